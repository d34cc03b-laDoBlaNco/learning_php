      *The month-end depreciation run over the fixed-asset master,
      *replacing the GLSTAND depreciation template nobody kept up.
      *For the period on the control card every asset in service
      *is depreciated from the month after the last period it covers
      *(its acquisition month the first time) through this one -
      *straight-line spreads cost less salvage evenly over the life,
      *double-declining takes twice the straight-line rate off the
      *remaining book value, and neither ever goes below salvage;
      *the last month of the life takes whatever is left. The
      *month's charge goes to GL-TRANS.DAT as a balanced pair
      *(expense debit, accumulated credit, source FA, the asset id
      *as reference) for GLPOST. A disposal FAMNT keyed is
      *depreciated up to its month and then booked: cost off the
      *asset account, depreciation off the accumulated account, the
      *proceeds to the account on the card and the difference to
      *the gain/loss account. The register prints cost, accumulated
      *depreciation and book value per asset, and each asset and
      *accumulated account is tied to the ledger - what the ledger
      *holds plus what this run wrote has to equal the register.
      *Every asset records the last period it covers, so a rerun of
      *the same period takes nothing twice.
       identification division.
       program-id. fadepr.
       author. ladoblanco prod.
       date-written. October 6th 2025.
       environment division.
       input-output section.
       file-control.
           select fixed-assets assign to "fa-master.dat"
               organization is indexed
               access mode is dynamic
               record key is fa-asset-id
               file status is ws-master-status.
           select gl-ledger assign to "gl-ledger.dat"
               organization is indexed
               access mode is dynamic
               record key is gl-acct
               file status is ws-ledger-status.
           select gl-trans assign to "gl-trans.dat"
               organization is line sequential
               file status is ws-trans-status.
           select depr-control assign to "fadepr-control.dat"
               organization is line sequential
               file status is ws-control-status.
           select depr-report assign to "fadepr.rpt"
               organization is line sequential
               file status is ws-report-status.
       data division.
       file section.
       fd fixed-assets.
       copy fixasset.
       fd gl-ledger.
       01 gl-ledger-record.
           02 gl-acct pic 9(4).
           02 gl-balance pic s9(9)v99.
       fd gl-trans.
       01 gl-trans-record.
           02 gt-account pic 9(4).
           02 gt-amount pic s9(7)v99 sign is leading separate.
           02 gt-date pic 9(8).
           02 gt-source pic xx.
           02 gt-reference pic x(8).
           02 gt-desc pic x(20).
           02 gt-reverse-flag pic x.
      *The period to depreciate, where disposal proceeds land (the
      *cash account, normally) and where the gain or loss books.
       fd depr-control.
       01 depr-control-record.
           02 dc-period pic 9(6).
           02 dc-proceeds-account pic 9(4).
           02 dc-gain-loss-account pic 9(4).
       fd depr-report.
       01 report-line pic x(80).
       working-storage section.
       01 ws-master-status pic xx value spaces.
           88 master-ok value "00".
           88 master-eof value "10".
       01 ws-ledger-status pic xx value spaces.
           88 ledger-ok value "00".
       01 ws-trans-status pic xx value spaces.
       01 ws-control-status pic xx value spaces.
       01 ws-report-status pic xx value spaces.
       01 ws-today pic 9(8) value zeroes.
       01 ws-card-found-flag pic x value "N".
           88 ws-card-found value "Y".
       01 ws-run-period pic 9(6) value 0.
       01 ws-proceeds-account pic 9(4) value 0.
       01 ws-gain-loss-account pic 9(4) value 0.
      *Months counted as year * 12 + month, so a span of periods is
      *a plain subtraction.
       01 ws-period-work pic 9(6) value 0.
       01 ws-period-parts redefines ws-period-work.
           02 ws-period-year pic 9(4).
           02 ws-period-month pic 99.
       01 ws-month-number pic 9(6) value 0.
       01 ws-acq-month pic 9(6) value 0.
       01 ws-first-month pic 9(6) value 0.
       01 ws-last-month pic 9(6) value 0.
       01 ws-depr-month pic 9(6) value 0.
       01 ws-life-index pic s9(6) value 0.
       01 ws-disposal-due-flag pic x value "N".
           88 ws-disposal-due value "Y".
       01 ws-month-charge pic s9(9)v99 value 0.
       01 ws-asset-charge pic s9(9)v99 value 0.
       01 ws-remaining pic s9(9)v99 value 0.
       01 ws-gain-loss pic s9(9)v99 value 0.
       01 ws-book-value pic s9(9)v99 value 0.
       01 ws-line-amount pic s9(9)v99 value 0.
       01 ws-line-account pic 9(4) value 0.
       01 ws-line-date pic 9(8) value 0.
       01 ws-line-desc pic x(20) value spaces.
       01 ws-line-kind pic x value space.
       01 ws-counts.
           02 ws-assets-read pic 9(5) value 0.
           02 ws-assets-charged pic 9(5) value 0.
           02 ws-assets-disposed pic 9(5) value 0.
           02 ws-gl-lines pic 9(5) value 0.
       01 register-totals.
           02 rt-cost pic s9(11)v99 value 0.
           02 rt-accum pic s9(11)v99 value 0.
           02 rt-book pic s9(11)v99 value 0.
           02 rt-charged pic s9(11)v99 value 0.
      *Every GL account this run touches, with what the register
      *says its ledger balance should be (asset accounts carry cost
      *as a debit, accumulated accounts carry depreciation as a
      *credit) and what this run wrote against it. TT-KIND A or C
      *marks the ones that tie; the rest just collect the lines.
       01 tie-table.
           02 tie-entry occurs 40 times
                   indexed by tie-idx.
               03 tt-account pic 9(4).
               03 tt-kind pic x.
               03 tt-register pic s9(11)v99.
               03 tt-run pic s9(11)v99.
       01 ws-tie-count pic 99 value 0.
       01 ws-tie-scan pic 99 value 0.
       01 ws-tie-found-idx pic 99 value 0.
       01 ws-tie-account pic 9(4) value 0.
       01 ws-tie-expected pic s9(11)v99 value 0.
       01 ws-out-of-tie pic 99 value 0.
       01 ws-cost-edit pic zzz,zzz,zz9.99.
       01 ws-accum-edit pic zzz,zzz,zz9.99.
       01 ws-book-edit pic ---,---,--9.99.
       01 ws-amount-edit pic ---,---,--9.99.
       01 ws-total-edit pic -,---,---,--9.99.
       procedure division.
       0000-main.
           perform 1000-initialize
           if ws-card-found
               perform 2000-process-one-asset
                   until master-eof
               perform 4000-print-register-totals
               perform 5000-tie-to-ledger
           end-if
           perform 9000-wrapup
           stop run.

      *No period card means no run - these entries post real money
      *and the period is named on purpose, as with GLSTAND.
       1000-initialize.
           accept ws-today from date yyyymmdd
           open output depr-report
           perform 1100-read-control-card
           if ws-card-found
               move spaces to report-line
               string "FIXED ASSET DEPRECIATION AND REGISTER - PERIOD "
                   ws-run-period delimited by size into report-line
               write report-line
               open i-o fixed-assets
               if not master-ok
                   display "fadepr: asset master open failed, "
                       "status " ws-master-status
                   move 16 to return-code
                   set master-eof to true
               end-if
               open input gl-ledger
               if not ledger-ok
                   display "fadepr: ledger open failed, status "
                       ws-ledger-status
                   move 16 to return-code
                   set master-eof to true
               end-if
               open extend gl-trans
               if ws-trans-status = "35"
                   open output gl-trans
               end-if
               move spaces to report-line
               write report-line
               move spaces to report-line
               string "ASSET    DESCRIPTION          S           COST"
                   "     ACCUM DEPR     BOOK VALUE"
                   delimited by size into report-line
               write report-line
               if not master-eof
                   perform 1200-read-asset
               end-if
           else
               move spaces to report-line
               string "NO CONTROL CARD - NOTHING DEPRECIATED"
                   delimited by size into report-line
               write report-line
               move 8 to return-code
           end-if.

       1100-read-control-card.
           open input depr-control
           read depr-control
               at end continue
               not at end
                   if dc-period is numeric and dc-period > 0
                           and dc-proceeds-account is numeric
                           and dc-proceeds-account > 0
                           and dc-gain-loss-account is numeric
                           and dc-gain-loss-account > 0
                       move dc-period to ws-run-period
                       move dc-proceeds-account
                           to ws-proceeds-account
                       move dc-gain-loss-account
                           to ws-gain-loss-account
                       set ws-card-found to true
                   end-if
           end-read
           close depr-control.

       1200-read-asset.
           read fixed-assets next record
               at end set master-eof to true
           end-read.

       2000-process-one-asset.
           add 1 to ws-assets-read
           if not fa-disposed
               perform 2100-set-depreciation-span
               move 0 to ws-asset-charge
               move ws-first-month to ws-depr-month
               perform 2300-depreciate-one-month
                   until ws-depr-month > ws-last-month
               if ws-asset-charge > 0
                   perform 2400-write-depreciation
               end-if
               if fa-last-period < ws-run-period
                   move ws-run-period to fa-last-period
               end-if
               if ws-disposal-due
                   perform 2500-book-disposal
               end-if
               rewrite fixed-asset-record
               perform 3000-print-register-line
           end-if
           perform 1200-read-asset.

      *From the month after the last period covered (or the
      *acquisition month, first time round) through the run period
      *- or through the disposal month, when the asset left.
       2100-set-depreciation-span.
           move "N" to ws-disposal-due-flag
           move fa-acq-date (1:6) to ws-period-work
           perform 2200-count-months
           move ws-month-number to ws-acq-month
           if fa-last-period > 0
               move fa-last-period to ws-period-work
               perform 2200-count-months
               compute ws-first-month = ws-month-number + 1
           else
               move ws-acq-month to ws-first-month
           end-if
           move ws-run-period to ws-period-work
           perform 2200-count-months
           move ws-month-number to ws-last-month
           if fa-disposal-pending
                   and fa-disp-date (1:6) <= ws-run-period
               set ws-disposal-due to true
               move fa-disp-date (1:6) to ws-period-work
               perform 2200-count-months
               if ws-month-number < ws-last-month
                   move ws-month-number to ws-last-month
               end-if
           end-if.

       2200-count-months.
           compute ws-month-number =
               ws-period-year * 12 + ws-period-month.

      *One month's charge, never past salvage; the last month of the
      *life sweeps up whatever rounding left behind.
       2300-depreciate-one-month.
           compute ws-remaining =
               fa-cost - fa-salvage - fa-accum-depr
           compute ws-life-index = ws-depr-month - ws-acq-month + 1
           move 0 to ws-month-charge
           if ws-remaining > 0
               if ws-life-index >= fa-life-months
                   move ws-remaining to ws-month-charge
               else
                   if fa-declining
                       compute ws-month-charge rounded =
                           (fa-cost - fa-accum-depr) * 2
                               / fa-life-months
                   else
                       compute ws-month-charge rounded =
                           (fa-cost - fa-salvage) / fa-life-months
                   end-if
                   if ws-month-charge > ws-remaining
                       move ws-remaining to ws-month-charge
                   end-if
               end-if
           end-if
           add ws-month-charge to fa-accum-depr
           add ws-month-charge to ws-asset-charge
           add 1 to ws-depr-month.

       2400-write-depreciation.
           add 1 to ws-assets-charged
           add ws-asset-charge to rt-charged
           move ws-today to ws-line-date
           move "DEPRECIATION" to ws-line-desc
           move fa-expense-account to ws-line-account
           compute ws-line-amount = 0 - ws-asset-charge
           move space to ws-line-kind
           perform 2900-write-gl-line
           move fa-accum-account to ws-line-account
           move ws-asset-charge to ws-line-amount
           move "C" to ws-line-kind
           perform 2900-write-gl-line.

      *Cost comes off the asset account, the depreciation taken
      *comes off the accumulated account, the proceeds land on the
      *card's account and the gain or loss is whatever makes the
      *entry balance against book value.
       2500-book-disposal.
           add 1 to ws-assets-disposed
           compute ws-book-value = fa-cost - fa-accum-depr
           compute ws-gain-loss = fa-disp-proceeds - ws-book-value
           move fa-disp-date to ws-line-date
           move "ASSET DISPOSAL" to ws-line-desc
           move fa-accum-account to ws-line-account
           compute ws-line-amount = 0 - fa-accum-depr
           move "C" to ws-line-kind
           perform 2900-write-gl-line
           move fa-asset-account to ws-line-account
           move fa-cost to ws-line-amount
           move "A" to ws-line-kind
           perform 2900-write-gl-line
           move space to ws-line-kind
           if fa-disp-proceeds > 0
               move ws-proceeds-account to ws-line-account
               compute ws-line-amount = 0 - fa-disp-proceeds
               perform 2900-write-gl-line
           end-if
           if ws-gain-loss not = 0
               move ws-gain-loss-account to ws-line-account
               move ws-gain-loss to ws-line-amount
               perform 2900-write-gl-line
           end-if
           move "D" to fa-status.

      *A zero line is never written - an asset fully depreciated
      *before it was sold has nothing on its accumulated account to
      *clear that isn't already there.
       2900-write-gl-line.
           if ws-line-amount not = 0
               move ws-line-account to gt-account
               move ws-line-amount to gt-amount
               move ws-line-date to gt-date
               move "FA" to gt-source
               move fa-asset-id to gt-reference
               move ws-line-desc to gt-desc
               move space to gt-reverse-flag
               write gl-trans-record
               add 1 to ws-gl-lines
               move ws-line-account to ws-tie-account
               perform 2950-find-tie-account
               if ws-tie-found-idx > 0
                   set tie-idx to ws-tie-found-idx
                   add ws-line-amount to tt-run (tie-idx)
                   if ws-line-kind not = space
                       move ws-line-kind to tt-kind (tie-idx)
                   end-if
               end-if
           end-if.

       2950-find-tie-account.
           move 0 to ws-tie-found-idx
           move 0 to ws-tie-scan
           perform 2960-scan-one-tie
               until ws-tie-scan >= ws-tie-count
                   or ws-tie-found-idx > 0
           if ws-tie-found-idx = 0
               if ws-tie-count < 40
                   add 1 to ws-tie-count
                   set tie-idx to ws-tie-count
                   move ws-tie-account to tt-account (tie-idx)
                   move space to tt-kind (tie-idx)
                   move 0 to tt-register (tie-idx)
                   move 0 to tt-run (tie-idx)
                   move ws-tie-count to ws-tie-found-idx
               else
                   display "fadepr: more than 40 GL accounts, "
                       ws-tie-account " left out of the tie"
               end-if
           end-if.

       2960-scan-one-tie.
           add 1 to ws-tie-scan
           set tie-idx to ws-tie-scan
           if tt-account (tie-idx) = ws-tie-account
               move ws-tie-scan to ws-tie-found-idx
           end-if.

      *Disposed assets print once more with the gain or loss and
      *then drop out of the register totals.
       3000-print-register-line.
           compute ws-book-value = fa-cost - fa-accum-depr
           move fa-cost to ws-cost-edit
           move fa-accum-depr to ws-accum-edit
           move ws-book-value to ws-book-edit
           move spaces to report-line
           string fa-asset-id " " fa-description (1:20) " "
               fa-status " " ws-cost-edit " " ws-accum-edit " "
               ws-book-edit delimited by size into report-line
           write report-line
           if fa-disposed
               move ws-gain-loss to ws-amount-edit
               move spaces to report-line
               string "         DISPOSED " fa-disp-date
                   " GAIN (LOSS) " ws-amount-edit
                   delimited by size into report-line
               write report-line
           else
               add fa-cost to rt-cost
               add fa-accum-depr to rt-accum
               add ws-book-value to rt-book
               move fa-asset-account to ws-tie-account
               perform 2950-find-tie-account
               if ws-tie-found-idx > 0
                   set tie-idx to ws-tie-found-idx
                   move "A" to tt-kind (tie-idx)
                   subtract fa-cost from tt-register (tie-idx)
               end-if
               move fa-accum-account to ws-tie-account
               perform 2950-find-tie-account
               if ws-tie-found-idx > 0
                   set tie-idx to ws-tie-found-idx
                   move "C" to tt-kind (tie-idx)
                   add fa-accum-depr to tt-register (tie-idx)
               end-if
           end-if.

       4000-print-register-totals.
           move spaces to report-line
           write report-line
           move rt-cost to ws-total-edit
           move spaces to report-line
           string "TOTAL COST                 " ws-total-edit
               delimited by size into report-line
           write report-line
           move rt-accum to ws-total-edit
           move spaces to report-line
           string "TOTAL ACCUMULATED DEPR     " ws-total-edit
               delimited by size into report-line
           write report-line
           move rt-book to ws-total-edit
           move spaces to report-line
           string "TOTAL BOOK VALUE           " ws-total-edit
               delimited by size into report-line
           write report-line
           move rt-charged to ws-total-edit
           move spaces to report-line
           string "DEPRECIATION THIS RUN      " ws-total-edit
               delimited by size into report-line
           write report-line
           move spaces to report-line
           string "ASSETS READ " ws-assets-read " CHARGED "
               ws-assets-charged " DISPOSED " ws-assets-disposed
               " GL LINES " ws-gl-lines delimited by size
               into report-line
           write report-line.

      *The ledger hasn't seen tonight's lines yet - GLPOST posts
      *them - so the tie is the ledger balance plus this run's
      *lines against what the register says the account holds.
       5000-tie-to-ledger.
           move spaces to report-line
           write report-line
           move spaces to report-line
           string "BALANCE SHEET TIE          REGISTER   LEDGER + RUN"
               delimited by size into report-line
           write report-line
           move 0 to ws-tie-scan
           perform 5100-tie-one-account
               until ws-tie-scan >= ws-tie-count
           move spaces to report-line
           if ws-out-of-tie = 0
               string "REGISTER TIES TO THE LEDGER" delimited by size
                   into report-line
           else
               string "*** " ws-out-of-tie
                   " ACCOUNT(S) DO NOT TIE TO THE REGISTER ***"
                   delimited by size into report-line
               move 4 to return-code
           end-if
           write report-line.

       5100-tie-one-account.
           add 1 to ws-tie-scan
           set tie-idx to ws-tie-scan
           if tt-kind (tie-idx) = "A" or tt-kind (tie-idx) = "C"
               move tt-account (tie-idx) to gl-acct
               read gl-ledger
                   key is gl-acct
               end-read
               if ledger-ok
                   compute ws-tie-expected =
                       gl-balance + tt-run (tie-idx)
               else
                   move tt-run (tie-idx) to ws-tie-expected
               end-if
               move tt-register (tie-idx) to ws-amount-edit
               move ws-tie-expected to ws-book-edit
               move spaces to report-line
               if ws-tie-expected = tt-register (tie-idx)
                   string "  ACCOUNT " tt-account (tie-idx) "    "
                       ws-amount-edit " " ws-book-edit " TIES"
                       delimited by size into report-line
               else
                   add 1 to ws-out-of-tie
                   string "  ACCOUNT " tt-account (tie-idx) "    "
                       ws-amount-edit " " ws-book-edit " DIFFERS"
                       delimited by size into report-line
               end-if
               write report-line
           end-if.

       9000-wrapup.
           if ws-card-found
               close fixed-assets
               close gl-ledger
               close gl-trans
           end-if
           close depr-report.
