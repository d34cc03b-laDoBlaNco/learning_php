      *Maintenance over the new fixed-asset master, in the same
      *transaction-file-and-report shape as GLACMNT and EMPMNT:
      *  A  acquisition - a new asset with its cost, life, method,
      *     salvage and the three GL accounts it books to
      *  T  transfer - a new location and/or new GL accounts; when
      *     the asset or accumulated-depreciation account changes,
      *     the cost and the depreciation taken so far move across
      *     in a balanced pair on GL-TRANS.DAT (source FA)
      *  D  disposal - the date and the proceeds; the asset waits
      *     pending until the next FADEPR run depreciates it up to
      *     that month and books the gain or loss
      *  I  inquiry
      *Every account keyed has to be on the chart and active, the
      *rule GLPOST posts by. The purchase itself reaches the ledger
      *the way it always has (through payables or a keyed batch) -
      *this records the asset, it doesn't pay for it.
       identification division.
       program-id. famnt.
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
           select gl-accounts assign to "gl-accounts.dat"
               organization is indexed
               access mode is dynamic
               record key is ga-account
               file status is ws-account-status.
           select asset-trans assign to "fa-trans.dat"
               organization is line sequential
               file status is ws-trans-status.
           select gl-trans assign to "gl-trans.dat"
               organization is line sequential
               file status is ws-gl-status.
           select asset-report assign to "famnt.rpt"
               organization is line sequential
               file status is ws-report-status.
       data division.
       file section.
       fd fixed-assets.
       copy fixasset.
       fd gl-accounts.
       copy glacct.
       fd asset-trans.
       01 asset-trans-record.
           02 ft-code pic x.
               88 ft-acquire value "A".
               88 ft-transfer value "T".
               88 ft-dispose value "D".
               88 ft-inquire value "I".
           02 ft-asset-id pic x(8).
           02 ft-description pic x(30).
      *Acquisition, transfer or disposal date.
           02 ft-date pic 9(8).
      *Cost on an acquisition, proceeds on a disposal.
           02 ft-amount pic 9(9)v99.
           02 ft-life-months pic 9(3).
           02 ft-method pic x.
               88 ft-method-valid value "S" "D".
           02 ft-salvage pic 9(9)v99.
      *Zero leaves an account as it is on a transfer.
           02 ft-asset-account pic 9(4).
           02 ft-accum-account pic 9(4).
           02 ft-expense-account pic 9(4).
           02 ft-location pic x(4).
       fd gl-trans.
       01 gl-trans-record.
           02 gt-account pic 9(4).
           02 gt-amount pic s9(7)v99 sign is leading separate.
           02 gt-date pic 9(8).
           02 gt-source pic xx.
           02 gt-reference pic x(8).
           02 gt-desc pic x(20).
           02 gt-reverse-flag pic x.
       fd asset-report.
       01 report-line pic x(80).
       working-storage section.
       01 ws-master-status pic xx value spaces.
           88 master-ok value "00".
       01 ws-account-status pic xx value spaces.
           88 account-ok value "00".
       01 ws-trans-status pic xx value spaces.
           88 trans-ok value "00".
           88 trans-eof value "10".
       01 ws-gl-status pic xx value spaces.
       01 ws-report-status pic xx value spaces.
       01 ws-counts.
           02 ws-acquired pic 9(5) value 0.
           02 ws-transferred pic 9(5) value 0.
           02 ws-disposed pic 9(5) value 0.
           02 ws-inquiries pic 9(5) value 0.
           02 ws-rejects pic 9(5) value 0.
           02 ws-gl-lines pic 9(5) value 0.
       01 ws-gl-open-flag pic x value "N".
           88 ws-gl-open value "Y".
       01 ws-check-account pic 9(4) value 0.
       01 ws-accounts-flag pic x value "Y".
           88 ws-accounts-valid value "Y".
           88 ws-accounts-invalid value "N".
       01 ws-reject-reason pic x(40) value spaces.
       01 ws-old-asset-account pic 9(4) value 0.
       01 ws-old-accum-account pic 9(4) value 0.
       01 ws-move-amount pic s9(9)v99 value 0.
       01 ws-book-value pic s9(9)v99 value 0.
       01 ws-cost-edit pic zzz,zzz,zz9.99.
       01 ws-accum-edit pic zzz,zzz,zz9.99.
       01 ws-book-edit pic ---,---,--9.99.
       procedure division.
       0000-main.
           perform 1000-initialize
           perform 2000-process-transaction
               until trans-eof
           perform 3000-wrapup
           stop run.

      *The first-ever run creates the master, the same bootstrap
      *GLACMNT uses for the chart.
       1000-initialize.
           open output asset-report
           move spaces to report-line
           string "FIXED ASSET MAINTENANCE" delimited by size
               into report-line
           write report-line
           open i-o fixed-assets
           if ws-master-status = "35"
               open output fixed-assets
               close fixed-assets
               open i-o fixed-assets
           end-if
           if not master-ok
               display "famnt: asset master open failed, status "
                   ws-master-status
               move 16 to return-code
               set trans-eof to true
           end-if
           open input gl-accounts
           if not account-ok
               display "famnt: chart open failed, status "
                   ws-account-status
               move 16 to return-code
               set trans-eof to true
           end-if
           if not trans-eof
               open input asset-trans
               if trans-ok
                   perform 1100-read-trans
               else
                   set trans-eof to true
               end-if
           end-if.

       1100-read-trans.
           read asset-trans
               at end set trans-eof to true
           end-read.

       2000-process-transaction.
           move spaces to ws-reject-reason
           move ft-asset-id to fa-asset-id
           read fixed-assets
               key is fa-asset-id
           end-read
           evaluate true
               when ft-acquire
                   perform 2100-acquire-asset
               when ft-transfer
                   perform 2200-transfer-asset
               when ft-dispose
                   perform 2300-dispose-asset
               when ft-inquire
                   perform 2400-inquire-asset
               when other
                   move "bad transaction code" to ws-reject-reason
           end-evaluate
           if ws-reject-reason not = spaces
               add 1 to ws-rejects
               move spaces to report-line
               string "REJECTED - asset " ft-asset-id " "
                   ws-reject-reason delimited by size
                   into report-line
               write report-line
           end-if
           perform 1100-read-trans.

       2100-acquire-asset.
           set ws-accounts-valid to true
           move ft-asset-account to ws-check-account
           perform 2800-check-account
           move ft-accum-account to ws-check-account
           perform 2800-check-account
           move ft-expense-account to ws-check-account
           perform 2800-check-account
           evaluate true
               when master-ok
                   move "already on file" to ws-reject-reason
               when ft-asset-id = spaces
                   move "no asset id" to ws-reject-reason
               when ft-date is not numeric or ft-date = 0
                   move "acquisition date missing" to ws-reject-reason
               when ft-amount is not numeric or ft-amount = 0
                   move "cost missing" to ws-reject-reason
               when ft-life-months is not numeric
                       or ft-life-months = 0
                   move "life missing" to ws-reject-reason
               when not ft-method-valid
                   move "method must be S or D" to ws-reject-reason
               when ft-salvage is not numeric
                       or ft-salvage >= ft-amount
                   move "salvage must be below cost"
                       to ws-reject-reason
               when ws-accounts-invalid
                   move "account not on chart or inactive"
                       to ws-reject-reason
               when other
                   continue
           end-evaluate
           if ws-reject-reason = spaces
               move ft-asset-id to fa-asset-id
               move ft-description to fa-description
               move ft-location to fa-location
               move ft-date to fa-acq-date
               move ft-amount to fa-cost
               move ft-life-months to fa-life-months
               move ft-method to fa-method
               move ft-salvage to fa-salvage
               move ft-asset-account to fa-asset-account
               move ft-accum-account to fa-accum-account
               move ft-expense-account to fa-expense-account
               move 0 to fa-accum-depr
               move 0 to fa-last-period
               move "A" to fa-status
               move 0 to fa-disp-date
               move 0 to fa-disp-proceeds
               write fixed-asset-record
               if master-ok
                   add 1 to ws-acquired
                   move fa-cost to ws-cost-edit
                   move spaces to report-line
                   string "ACQUIRED  asset " fa-asset-id " "
                       fa-description " " ws-cost-edit
                       delimited by size into report-line
                   write report-line
               else
                   move "master write failed" to ws-reject-reason
               end-if
           end-if.

      *A transfer moves the asset's balances with it - what it cost
      *off the old asset account onto the new one, what has been
      *taken against it off the old accumulated account onto the
      *new one. The expense account only changes where future
      *depreciation lands.
       2200-transfer-asset.
           set ws-accounts-valid to true
           if ft-asset-account not = 0
               move ft-asset-account to ws-check-account
               perform 2800-check-account
           end-if
           if ft-accum-account not = 0
               move ft-accum-account to ws-check-account
               perform 2800-check-account
           end-if
           if ft-expense-account not = 0
               move ft-expense-account to ws-check-account
               perform 2800-check-account
           end-if
           evaluate true
               when not master-ok
                   move "not on file" to ws-reject-reason
               when not fa-in-service
                   move "not in service" to ws-reject-reason
               when ft-date is not numeric or ft-date = 0
                   move "transfer date missing" to ws-reject-reason
               when ws-accounts-invalid
                   move "account not on chart or inactive"
                       to ws-reject-reason
               when other
                   continue
           end-evaluate
           if ws-reject-reason = spaces
               move fa-asset-account to ws-old-asset-account
               move fa-accum-account to ws-old-accum-account
               if ft-asset-account not = 0
                   move ft-asset-account to fa-asset-account
               end-if
               if ft-accum-account not = 0
                   move ft-accum-account to fa-accum-account
               end-if
               if ft-expense-account not = 0
                   move ft-expense-account to fa-expense-account
               end-if
               if ft-location not = spaces
                   move ft-location to fa-location
               end-if
               rewrite fixed-asset-record
               add 1 to ws-transferred
               move spaces to report-line
               string "TRANSFER  asset " fa-asset-id " location "
                   fa-location " accounts " fa-asset-account "/"
                   fa-accum-account "/" fa-expense-account
                   delimited by size into report-line
               write report-line
               if fa-asset-account not = ws-old-asset-account
                       and fa-cost > 0
                   compute ws-move-amount = 0 - fa-cost
                   move fa-asset-account to gt-account
                   perform 2900-write-gl-line
                   compute ws-move-amount = fa-cost
                   move ws-old-asset-account to gt-account
                   perform 2900-write-gl-line
               end-if
               if fa-accum-account not = ws-old-accum-account
                       and fa-accum-depr > 0
                   compute ws-move-amount = 0 - fa-accum-depr
                   move ws-old-accum-account to gt-account
                   perform 2900-write-gl-line
                   compute ws-move-amount = fa-accum-depr
                   move fa-accum-account to gt-account
                   perform 2900-write-gl-line
               end-if
           end-if.

      *Keyed here, booked by FADEPR - the month's depreciation has
      *to be taken before the gain or loss can be worked out.
       2300-dispose-asset.
           evaluate true
               when not master-ok
                   move "not on file" to ws-reject-reason
               when not fa-in-service
                   move "not in service" to ws-reject-reason
               when ft-date is not numeric
                       or ft-date < fa-acq-date
                   move "disposal date before acquisition"
                       to ws-reject-reason
               when ft-amount is not numeric
                   move "proceeds not numeric" to ws-reject-reason
               when other
                   continue
           end-evaluate
           if ws-reject-reason = spaces
               move "P" to fa-status
               move ft-date to fa-disp-date
               move ft-amount to fa-disp-proceeds
               rewrite fixed-asset-record
               add 1 to ws-disposed
               move fa-disp-proceeds to ws-cost-edit
               move spaces to report-line
               string "DISPOSAL  asset " fa-asset-id " on "
                   fa-disp-date " proceeds " ws-cost-edit
                   " - books next FADEPR" delimited by size
                   into report-line
               write report-line
           end-if.

       2400-inquire-asset.
           if not master-ok
               move "not on file" to ws-reject-reason
           else
               add 1 to ws-inquiries
               compute ws-book-value = fa-cost - fa-accum-depr
               move fa-cost to ws-cost-edit
               move fa-accum-depr to ws-accum-edit
               move ws-book-value to ws-book-edit
               move spaces to report-line
               string "INQUIRY   asset " fa-asset-id " "
                   fa-description " status " fa-status
                   delimited by size into report-line
               write report-line
               move spaces to report-line
               string "          cost " ws-cost-edit " accum "
                   ws-accum-edit " book " ws-book-edit
                   delimited by size into report-line
               write report-line
               move spaces to report-line
               string "          acquired " fa-acq-date " life "
                   fa-life-months " method " fa-method
                   " depreciated thru " fa-last-period
                   delimited by size into report-line
               write report-line
           end-if.

       2800-check-account.
           move ws-check-account to ga-account
           read gl-accounts
               key is ga-account
           end-read
           if not account-ok
               set ws-accounts-invalid to true
           else
               if ga-active not = "Y"
                   set ws-accounts-invalid to true
               end-if
           end-if.

      *The transfer pairs go out in the keyed-batch layout under
      *source FA, where tonight's GLPOST picks them up.
       2900-write-gl-line.
           if not ws-gl-open
               open extend gl-trans
               if ws-gl-status = "35"
                   open output gl-trans
               end-if
               set ws-gl-open to true
           end-if
           move ws-move-amount to gt-amount
           move ft-date to gt-date
           move "FA" to gt-source
           move fa-asset-id to gt-reference
           move "ASSET TRANSFER" to gt-desc
           move space to gt-reverse-flag
           write gl-trans-record
           add 1 to ws-gl-lines.

       3000-wrapup.
           move spaces to report-line
           string "Acquired " ws-acquired " Transferred "
               ws-transferred " Disposed " ws-disposed
               " Inquiries " ws-inquiries delimited by size
               into report-line
           write report-line
           move spaces to report-line
           string "Rejects " ws-rejects " GL lines written "
               ws-gl-lines delimited by size into report-line
           write report-line
           if ws-gl-open
               close gl-trans
           end-if
           close fixed-assets
           close gl-accounts
           close asset-trans
           close asset-report.
