      *  status 35 on a missing file on this runtime instead of
      *  creating it), so the first APPLY run doesn't post
      *  adjustments with no audit trail behind them.
      *November 3rd 2025   - ladoblanco prod - feeds the cycle-count
      *  schedule: a line left blank on the count sheet (an INVCYCL
      *  list item nobody got to) reports NOT COUNTED and is
      *  skipped, an APPLY run stamps the last-counted date on
      *  every item it agrees or adjusts (a recount isn't stamped,
      *  so it comes back on tomorrow's list), and every count an
      *  APPLY run sees goes on the count-history file with its
      *  ABC class and whether the book agreed, was adjusted or
      *  went to recount - what the INVACC accuracy report reads.
      *November 10th 2025  - ladoblanco prod - counts are by stock
      *  location now: each count line names the location it was
      *  taken at (blank is the main warehouse), the book it is
      *  compared to is that location's on the item-location stock
      *  file, and an APPLY adjustment sets the location to the
      *  count and moves the item's total by the variance. A
      *  location not on the stock-locations file is refused. The
      *  audit and count-history lines carry the location.
       identification division.
       program-id. invcount.
       author. ladoblanco prod.
           select count-audit assign to "invcount-audit.dat"
               organization is line sequential
               file status is ws-audit-status.
           select location-stock assign to "inventory-locations.dat"
               organization is indexed
               access mode is dynamic
               record key is il-key
               file status is ws-location-status.
           select stock-locations assign to "stock-locations.dat"
               organization is line sequential
               file status is ws-locations-status.
           select count-history assign to "invcount-history.dat"
               organization is line sequential
               file status is ws-history-status.
           select variance-report assign to "invcount.rpt"
               organization is line sequential
               file status is ws-report-status.
       01 count-record.
           02 ic-item-id pic 9(6).
           02 ic-counted pic 9(7).
      *Where the count was taken - blank is the main warehouse.
           02 ic-location pic x(4).
       fd count-control.
       01 count-control-record.
           02 kc-mode pic x(6).
           02 ia-book-qty pic 9(7).
           02 ia-counted-qty pic 9(7).
           02 ia-variance pic s9(7) sign is leading separate.
           02 ia-location pic x(4).
      *One line per count an APPLY run reconciled.
       fd count-history.
       01 count-history-record.
           02 ch-date pic 9(8).
           02 ch-item-id pic 9(6).
           02 ch-class pic x.
           02 ch-book-qty pic 9(7).
           02 ch-counted-qty pic 9(7).
           02 ch-result pic x.
               88 ch-agreed value "M".
               88 ch-adjusted value "A".
               88 ch-recount value "R".
           02 ch-location pic x(4).
       fd location-stock.
       copy invloc.
       fd stock-locations.
       01 stock-location-record.
           02 sl-location pic x(4).
           02 sl-name pic x(20).
       fd variance-report.
       01 report-line pic x(80).
       working-storage section.
           88 count-eof value "10".
       01 ws-control-status pic xx value spaces.
       01 ws-audit-status pic xx value spaces.
       01 ws-history-status pic xx value spaces.
       01 ws-location-status pic xx value spaces.
           88 location-ok value "00".
       01 ws-locations-status pic xx value spaces.
           88 locations-ok value "00".
           88 locations-eof value "10".
       01 ws-report-status pic xx value spaces.
      *The valid location codes off the stock-locations file, as
      *INVPOST loads them.
       01 inv-main-location constant as "MAIN".
       01 stock-location-table.
           02 stock-location-entry occurs 20 times
                   indexed by loc-idx.
               03 slt-location pic x(4).
       01 ws-location-count pic 99 value 0.
       01 ws-location-scan pic 99 value 0.
       01 ws-location-found-flag pic x value "N".
           88 ws-location-found value "Y".
       01 ws-count-location pic x(4) value spaces.
       01 ws-stock-on-file-flag pic x value "N".
           88 ws-stock-on-file value "Y".
      *The location's book quantity the count is compared to.
       01 ws-book-qty pic 9(7) value 0.
       01 ws-today pic 9(8) value zeroes.
      *REPORT prints variances and posts nothing; APPLY posts the
      *in-tolerance adjustments. No card means REPORT - a whole
           02 ws-adjusted pic 9(5) value 0.
           02 ws-recounts pic 9(5) value 0.
           02 ws-unknown pic 9(5) value 0.
           02 ws-not-counted pic 9(5) value 0.
           02 ws-bad-location pic 9(5) value 0.
       procedure division.
       0000-main.
           perform 1000-initialize
                   ws-master-status
               move "10" to ws-count-status
           end-if
           perform 1300-load-stock-locations
           open i-o location-stock
           if not location-ok
               display "invcount: location stock open failed, status "
                   ws-location-status
               move "10" to ws-count-status
           end-if
           open input count-file
           open extend count-audit
           if ws-audit-status = "35"
                   ws-audit-status
               move "10" to ws-count-status
           end-if
           if ws-mode-apply
               open extend count-history
               if ws-history-status = "35"
                   open output count-history
               end-if
               if ws-history-status not = "00"
                   display "invcount: count history open failed, "
                       "status " ws-history-status
                   move "10" to ws-count-status
               end-if
           end-if
           open output variance-report
           move spaces to report-line
           string "PHYSICAL INVENTORY RECONCILIATION - MODE "
               at end set count-eof to true
           end-read.

       1300-load-stock-locations.
           open input stock-locations
           if locations-ok
               perform 1310-read-stock-location
               perform 1320-store-stock-location
                   until locations-eof
               close stock-locations
           end-if
           if ws-location-count = 0
               move 1 to ws-location-count
               move inv-main-location to slt-location (1)
           end-if.

       1310-read-stock-location.
           read stock-locations
               at end set locations-eof to true
           end-read.

       1320-store-stock-location.
           if ws-location-count < 20
               add 1 to ws-location-count
               set loc-idx to ws-location-count
               move sl-location to slt-location (loc-idx)
           end-if
           perform 1310-read-stock-location.

       2000-reconcile-one-count.
           if ic-counted is not numeric
               add 1 to ws-not-counted
               move spaces to report-line
               string "NOT COUNTED item " ic-item-id
                   " - no quantity on the count sheet"
                   delimited by size into report-line
               write report-line
           else
               add 1 to ws-items-counted
               move ic-item-id to iv-item-id
               read inventory-master
                   key is iv-item-id
               end-read
               if not master-ok
                   add 1 to ws-unknown
                   move spaces to report-line
                   string "UNKNOWN  item " ic-item-id
                       " counted but not on master" delimited by size
                       into report-line
                   write report-line
               else
                   perform 2050-find-count-location
               end-if
           end-if
           perform 1200-read-count.

      *The count is against what the book says sits at the
      *location counted - zero where the item has never been
      *stocked there.
       2050-find-count-location.
           move ic-location to ws-count-location
           if ws-count-location = spaces
               move inv-main-location to ws-count-location
           end-if
           move "N" to ws-location-found-flag
           move 0 to ws-location-scan
           perform 2060-check-one-location
               until ws-location-scan >= ws-location-count
                   or ws-location-found
           if not ws-location-found
               add 1 to ws-bad-location
               move spaces to report-line
               string "BAD LOC  item " ic-item-id " location "
                   ws-count-location " is not a stock location"
                   delimited by size into report-line
               write report-line
           else
               move ic-item-id to il-item-id
               move ws-count-location to il-location
               read location-stock
                   key is il-key
               end-read
               if location-ok
                   set ws-stock-on-file to true
               else
                   move "N" to ws-stock-on-file-flag
                   move ic-item-id to il-item-id
                   move ws-count-location to il-location
                   move 0 to il-on-hand
               end-if
               move il-on-hand to ws-book-qty
               perform 2100-report-variance
           end-if.

       2060-check-one-location.
           add 1 to ws-location-scan
           set loc-idx to ws-location-scan
           if slt-location (loc-idx) = ws-count-location
               set ws-location-found to true
           end-if.

       2100-report-variance.
           compute ws-variance = ic-counted - ws-book-qty
           if ws-variance < 0
               compute ws-abs-variance = 0 - ws-variance
           else
           move ws-extended-cost to ws-extended-edit
           move spaces to report-line
           string "ITEM " iv-item-id " " iv-item-desc
               " AT " ws-count-location
               " BOOK " ws-book-qty " COUNTED " ic-counted
               delimited by size into report-line
           write report-line
           move spaces to report-line
           write report-line
           evaluate true
               when ws-variance = 0
                   if ws-mode-apply
                       set ch-agreed to true
                       perform 2400-log-count
                       perform 2300-stamp-count
                   end-if
               when ws-abs-variance > ws-tolerance
                       and ws-tolerance > 0
                   add 1 to ws-recounts
                       " RECOUNT BEFORE ADJUSTING ***"
                       delimited by size into report-line
                   write report-line
                   if ws-mode-apply
                       set ch-recount to true
                       perform 2400-log-count
                   end-if
               when ws-mode-apply
                   set ch-adjusted to true
                   perform 2400-log-count
                   perform 2200-apply-adjustment
               when other
                   continue
       2200-apply-adjustment.
           move ws-today to ia-date
           move iv-item-id to ia-item-id
           move ws-book-qty to ia-book-qty
           move ic-counted to ia-counted-qty
           move ws-variance to ia-variance
           move ws-count-location to ia-location
           write audit-record
           move ic-counted to il-on-hand
           if ws-stock-on-file
               rewrite location-stock-record
           else
               write location-stock-record
           end-if
           compute iv-on-hand = iv-on-hand + ws-variance
           move ws-today to iv-last-count-date
           rewrite inventory-item
           add 1 to ws-adjusted
           move spaces to report-line
               into report-line
           write report-line.

      *A count that agreed still resets the item's place on the
      *cycle-count schedule.
       2300-stamp-count.
           move ws-today to iv-last-count-date
           rewrite inventory-item.

      *Written before any adjustment, so the book quantity is the
      *one the shelf was compared against. CH-RESULT is set by the
      *caller.
       2400-log-count.
           move ws-today to ch-date
           move iv-item-id to ch-item-id
           move iv-abc-class to ch-class
           move ws-book-qty to ch-book-qty
           move ic-counted to ch-counted-qty
           move ws-count-location to ch-location
           write count-history-record.

       3000-wrapup.
           move ws-net-extended to ws-net-edit
           move spaces to report-line
           string "ITEMS COUNTED " ws-items-counted
               " ADJUSTED " ws-adjusted
               " RECOUNT " ws-recounts
               " UNKNOWN " ws-unknown
               " NOT COUNTED " ws-not-counted delimited by size
               into report-line
           write report-line
           move spaces to report-line
           string "COUNTS AT A LOCATION NOT ON FILE " ws-bad-location
               delimited by size into report-line
           write report-line
           move spaces to report-line
           string "NET EXTENDED COST OF VARIANCES " ws-net-edit
               delimited by size into report-line
           write report-line
           close inventory-master
           close count-file
           close count-audit
           close location-stock
           if ws-mode-apply
               close count-history
           end-if
           close variance-report.
