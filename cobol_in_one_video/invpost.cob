      *  type, quantity and the balance it left behind, so a
      *  disputed shelf quantity replays through the INVHIST
      *  inquiry instead of fueling a week-long argument.
      *October 13th 2025   - ladoblanco prod - the reorder sweep
      *  checks the item's vendor against the new vendor master and
      *  refuses the PO when the vendor isn't on it or is inactive,
      *  and every receipt matched to a PO is logged with its order
      *  and receipt dates and quantities for the VENDPERF vendor
      *  performance report.
      *October 20th 2025   - ladoblanco prod - a receipt's history
      *  line carries the PO it filled and the unit price it
      *  actually came in at, so APMATCH can match vendor invoices
      *  against what was received.
      *November 10th 2025  - ladoblanco prod - stock is kept by
      *  location now (main warehouse, annex, the service vans, as
      *  listed on the stock-locations file) on the item-location
      *  stock file: receipts and issues name the location they
      *  hit (blank is the main warehouse, as every movement was
      *  before), an issue can't take more than the location
      *  holds, and the new transfer movement (T) moves stock
      *  from one location to another with the item's total, its
      *  average cost and the GL untouched. IV-ON-HAND stays the
      *  total across locations, so the reorder sweep and the
      *  valuation work on total on-hand as before. History lines
      *  carry the location(s).
      *November 24th 2025  - ladoblanco prod - the write-down
      *  movement (W) carries an approved write-down of slow or
      *  obsolete stock: the item's remaining on-hand is revalued
      *  at the lower unit cost the movement names (blank writes it
      *  down to nothing), the difference leaves the inventory
      *  asset for inventory obsolescence on the GL feed, and the
      *  write-down is retained on the item history. It has to name
      *  an active operator holding the approve privilege, or it
      *  rejects.
       identification division.
       program-id. invpost.
       author. ladoblanco prod.
           select item-history assign to "inventory-history.dat"
               organization is line sequential
               file status is ws-history-status.
           select vendor-master assign to "vendor-master.dat"
               organization is indexed
               access mode is dynamic
               record key is vm-vendor-id
               file status is ws-vendor-status.
           select po-receipt-log assign to "po-receipts.dat"
               organization is line sequential
               file status is ws-receipt-log-status.
           select location-stock assign to "inventory-locations.dat"
               organization is indexed
               access mode is dynamic
               record key is il-key
               file status is ws-location-status.
           select stock-locations assign to "stock-locations.dat"
               organization is line sequential
               file status is ws-locations-status.
           select operator-security assign to "operators.dat"
               organization is line sequential
               file status is ws-operator-status.
       data division.
       file section.
       fd inventory-master.
           02 mv-code pic x.
               88 mv-receipt value "R".
               88 mv-issue value "I".
               88 mv-transfer value "T".
               88 mv-write-down value "W".
           02 mv-item-id pic 9(6).
           02 mv-qty pic 9(5).
      *What a receipt actually cost per unit - drives the weighted
      *average. Issues (and movements keyed before the column
      *existed) read spaces here and leave the average alone.
           02 mv-unit-cost pic 9(5)v99.
      *Where the stock is received or issued, or for a transfer the
      *location it leaves. Blank is the main warehouse.
           02 mv-location pic x(4).
      *Transfers only - the location the stock moves to.
           02 mv-to-location pic x(4).
      *Write-downs only - the operator who approved it. MV-UNIT-COST
      *is the unit cost the item is written down to.
           02 mv-approved-by pic x(8).
       fd posting-report.
       01 report-line pic x(80).
      *One line per purchase order ever raised - OPEN until a
           02 ih-qty pic 9(5).
           02 ih-balance pic 9(7).
           02 ih-cost pic 9(5)v99.
      *Receipts only - the PO matched (zero when none was) and the
      *receipt's own unit price, where IH-COST is the average.
           02 ih-po-number pic 9(6).
           02 ih-receipt-price pic 9(5)v99.
      *The location the movement hit, and for a transfer (type T)
      *where the stock went; IH-BALANCE stays the item's total.
           02 ih-location pic x(4).
           02 ih-to-location pic x(4).
       fd vendor-master.
       copy vendmstr.
      *One line per receipt matched to a PO - what was ordered and
      *when, what came and when, and whether it filled (F), over-
      *filled (O) or came short (S). VENDPERF reads it.
       fd po-receipt-log.
       01 po-receipt-record.
           02 pr-po-number pic 9(6).
           02 pr-item-id pic 9(6).
           02 pr-vendor pic x(10).
           02 pr-order-date pic 9(8).
           02 pr-receipt-date pic 9(8).
           02 pr-ordered-qty pic 9(5).
           02 pr-received-qty pic 9(5).
           02 pr-result pic x.
       fd inventory-gl.
       01 inventory-gl-record.
           02 ig-account pic 9(4).
           02 ig-source pic xx.
           02 ig-reference pic x(8).
           02 ig-desc pic x(20).
       fd location-stock.
       copy invloc.
      *The stock locations the floor may name, code and name.
       fd stock-locations.
       01 stock-location-record.
           02 sl-location pic x(4).
           02 sl-name pic x(20).
       fd operator-security.
       copy opersec.
       working-storage section.
       01 ws-master-status pic xx value spaces.
           88 master-ok value "00".
           02 ws-issues pic 9(5) value 0.
           02 ws-rejects pic 9(5) value 0.
           02 ws-below-reorder pic 9(5) value 0.
           02 ws-transfers pic 9(5) value 0.
           02 ws-write-downs pic 9(5) value 0.
       01 ws-sweep-done-flag pic x value "N".
           88 ws-sweep-done value "Y".
       01 ws-po-status pic xx value spaces.
       01 ws-po-found-idx pic 9(3) value 0.
       01 ws-po-found-flag pic x value "N".
           88 ws-po-found value "Y".
       01 ws-receipt-po-number pic 9(6) value 0.
       01 ws-on-order-qty pic 9(7) value 0.
       01 ws-order-qty pic 9(7) value 0.
       01 ws-gl-status pic xx value spaces.
       01 ws-vendor-status pic xx value spaces.
           88 vendor-ok value "00".
       01 ws-receipt-log-status pic xx value spaces.
      *No vendor master to check against refuses every PO rather
      *than ordering from whatever text is on the item.
       01 ws-vendor-master-flag pic x value "N".
           88 ws-vendor-master-open value "Y".
       01 ws-vendor-valid-flag pic x value "N".
           88 ws-vendor-valid value "Y".
       01 ws-history-status pic xx value spaces.
       01 ws-location-status pic xx value spaces.
           88 location-ok value "00".
       01 ws-locations-status pic xx value spaces.
           88 locations-ok value "00".
           88 locations-eof value "10".
      *The valid location codes off the stock-locations file. No
      *file means the main warehouse is the only location.
       01 inv-main-location constant as "MAIN".
       01 stock-location-table.
           02 stock-location-entry occurs 20 times
                   indexed by loc-idx.
               03 slt-location pic x(4).
       01 ws-location-count pic 99 value 0.
       01 ws-location-scan pic 99 value 0.
       01 ws-check-location pic x(4) value spaces.
       01 ws-location-found-flag pic x value "N".
           88 ws-location-found value "Y".
       01 ws-locations-valid-flag pic x value "N".
           88 ws-locations-valid value "Y".
      *The movement's from (or only) location and, for a transfer,
      *its to location, with blank resolved to the main warehouse.
       01 ws-from-location pic x(4) value spaces.
       01 ws-to-location pic x(4) value spaces.
       01 ws-stock-location pic x(4) value spaces.
       01 ws-stock-on-file-flag pic x value "N".
           88 ws-stock-on-file value "Y".
      *Weighted-average work fields - the old book value plus the
      *receipt's value, over the new on-hand.
       01 ws-old-value pic 9(12)v99 value 0.
       01 ws-cost-edit pic zz,zz9.99.
       01 gl-inventory-asset constant as 1300.
       01 gl-cost-of-goods constant as 5100.
       01 gl-inventory-obsolescence constant as 5150.
      *The day's approved write-downs - the value taken off the
      *shelf, and the old and new value of the item written down.
       01 ws-write-down-total pic 9(11)v99 value 0.
       01 ws-write-down-cost pic 9(5)v99 value 0.
       01 ws-write-down-value pic 9(12)v99 value 0.
       01 ws-write-down-edit pic zz,zzz,zzz,zz9.99.
       01 ws-operator-status pic xx value spaces.
           88 operator-file-ok value "00".
           88 operator-file-eof value "10".
      *Only what the write-down approval needs off the operator
      *file - old-format records read active, with no privilege.
       01 operator-table.
           02 operator-entry occurs 50 times
                   indexed by oper-idx.
               03 opt-id pic x(8).
               03 opt-status pic x.
               03 opt-allow-approve pic x.
       01 ws-operator-count pic 99 value 0.
       01 ws-oper-scan pic 99 value 0.
       01 ws-oper-found-flag pic x value "N".
           88 ws-oper-found value "Y".
       01 ws-approver-flag pic x value "N".
           88 ws-approver-valid value "Y".
       01 ws-counts-2.
           02 ws-pos-raised pic 9(5) value 0.
           02 ws-pos-filled pic 9(5) value 0.
           02 ws-over-receipts pic 9(5) value 0.
           02 ws-short-receipts pic 9(5) value 0.
           02 ws-covered pic 9(5) value 0.
           02 ws-pos-refused pic 9(5) value 0.
       procedure division.
       0000-main.
           perform 1000-initialize
           accept ws-today from date yyyymmdd
           perform 1200-load-open-pos
           perform 1300-read-po-control
           perform 1400-load-stock-locations
           perform 1500-load-operators
           open extend item-history
           if ws-history-status = "35"
               open output item-history
           end-if
           open extend po-receipt-log
           if ws-receipt-log-status = "35"
               open output po-receipt-log
           end-if
           open input vendor-master
           if vendor-ok
               set ws-vendor-master-open to true
           else
               display "invpost: vendor master open failed, status "
                   ws-vendor-status " - no POs will be raised"
           end-if
           open i-o inventory-master
           if not master-ok
               display "invpost: master open failed, status "
                   ws-master-status
               move "10" to ws-movement-status
           end-if
           open i-o location-stock
           if not location-ok
               display "invpost: location stock open failed, status "
                   ws-location-status " - seed it with INVLCNV"
               move "10" to ws-movement-status
           end-if
           open input movement-file
           open output posting-report
           move spaces to report-line
               close po-control
           end-if.

       1400-load-stock-locations.
           open input stock-locations
           if locations-ok
               perform 1410-read-stock-location
               perform 1420-store-stock-location
                   until locations-eof
               close stock-locations
           end-if
           if ws-location-count = 0
               display "invpost: no stock-locations file, only "
                   inv-main-location " is valid"
               move 1 to ws-location-count
               move inv-main-location to slt-location (1)
           end-if.

       1410-read-stock-location.
           read stock-locations
               at end set locations-eof to true
           end-read.

       1420-store-stock-location.
           if ws-location-count < 20
               add 1 to ws-location-count
               set loc-idx to ws-location-count
               move sl-location to slt-location (loc-idx)
           else
               display "invpost: stock-locations file exceeds 20 "
                   "entries, " sl-location " ignored"
           end-if
           perform 1410-read-stock-location.

       1500-load-operators.
           open input operator-security
           if operator-file-ok
               perform 1510-read-operator
               perform 1520-store-operator
                   until operator-file-eof
               close operator-security
           end-if.

       1510-read-operator.
           read operator-security
               at end set operator-file-eof to true
           end-read.

       1520-store-operator.
           if ws-operator-count < 50
               add 1 to ws-operator-count
               set oper-idx to ws-operator-count
               move op-id to opt-id (oper-idx)
               if op-status = "R" or op-status = "L"
                   move op-status to opt-status (oper-idx)
               else
                   move "A" to opt-status (oper-idx)
               end-if
               if op-allow-approve = "Y"
                   move "Y" to opt-allow-approve (oper-idx)
               else
                   move "N" to opt-allow-approve (oper-idx)
               end-if
           else
               display "invpost: operator file exceeds 50 entries, "
                   op-id " ignored"
           end-if
           perform 1510-read-operator.

       2000-post-one-movement.
           move mv-item-id to iv-item-id
           read inventory-master
                   into report-line
               write report-line
           else
               perform 2050-resolve-locations
               evaluate true
                   when not ws-locations-valid
                       continue
                   when mv-receipt
                       perform 2100-post-receipt
                   when mv-issue
                       perform 2200-post-issue
                   when mv-transfer
                       perform 2400-post-transfer
                   when mv-write-down
                       perform 2500-post-write-down
                   when other
                       add 1 to ws-rejects
                       move spaces to report-line
           end-if
           perform 1100-read-movement.

      *A location the stock-locations file doesn't list rejects the
      *movement, as does a transfer with nowhere (or nowhere new) to
      *go.
       2050-resolve-locations.
           set ws-locations-valid to true
           move mv-location to ws-from-location
           if ws-from-location = spaces
               move inv-main-location to ws-from-location
           end-if
           move spaces to ws-to-location
           move ws-from-location to ws-check-location
           perform 2060-find-location
           if not ws-location-found
               move "N" to ws-locations-valid-flag
               add 1 to ws-rejects
               move spaces to report-line
               string "REJECTED - item " mv-item-id " location "
                   ws-from-location " is not a stock location"
                   delimited by size into report-line
               write report-line
           end-if
           if mv-transfer and ws-locations-valid
               move mv-to-location to ws-to-location
               move ws-to-location to ws-check-location
               perform 2060-find-location
               if not ws-location-found
                       or ws-to-location = ws-from-location
                   move "N" to ws-locations-valid-flag
                   add 1 to ws-rejects
                   move spaces to report-line
                   string "REJECTED - item " mv-item-id
                       " transfer from " ws-from-location " to '"
                       ws-to-location "' - not another location"
                       delimited by size into report-line
                   write report-line
               end-if
           end-if.

       2060-find-location.
           move "N" to ws-location-found-flag
           move 0 to ws-location-scan
           perform 2070-check-one-location
               until ws-location-scan >= ws-location-count
                   or ws-location-found.

       2070-check-one-location.
           add 1 to ws-location-scan
           set loc-idx to ws-location-scan
           if slt-location (loc-idx) = ws-check-location
               set ws-location-found to true
           end-if.

       2100-post-receipt.
           if mv-unit-cost is numeric and mv-unit-cost > 0
               perform 2120-recompute-average-cost
           end-if
           add mv-qty to iv-on-hand
           rewrite inventory-item
           move ws-from-location to ws-stock-location
           perform 2310-read-location-stock
           add mv-qty to il-on-hand
           perform 2320-save-location-stock
           add 1 to ws-receipts
           move spaces to report-line
           string "RECEIPT  item " mv-item-id " qty " mv-qty
               " at " ws-from-location
               " on hand now " iv-on-hand delimited by size
               into report-line
           write report-line
           perform 2150-match-receipt-to-po
           perform 2140-retain-movement.

       2140-retain-movement.
           move mv-item-id to ih-item-id
           move mv-qty to ih-qty
           move iv-on-hand to ih-balance
           move iv-unit-cost to ih-cost
           move 0 to ih-po-number
           move 0 to ih-receipt-price
           move ws-from-location to ih-location
           move ws-to-location to ih-to-location
           if mv-receipt
               move ws-receipt-po-number to ih-po-number
               if mv-unit-cost is numeric
                   move mv-unit-cost to ih-receipt-price
               end-if
           end-if
           write item-history-record.

      *Every receipt answers to a PO. Exactly the ordered quantity
           end-if.

       2150-match-receipt-to-po.
           move 0 to ws-receipt-po-number
           perform 2160-find-open-po
           if ws-po-found
               set po-idx to ws-po-found-idx
               move pot-number (po-idx) to ws-receipt-po-number
               perform 2180-log-po-receipt
               evaluate true
                   when mv-qty = pot-qty (po-idx)
                       move "FILLED" to pot-status (po-idx)
               move ws-po-scan to ws-po-found-idx
           end-if.

      *Logged before the match touches the PO, so the ordered
      *quantity is what was still outstanding when this arrived.
       2180-log-po-receipt.
           move pot-number (po-idx) to pr-po-number
           move mv-item-id to pr-item-id
           move pot-vendor (po-idx) to pr-vendor
           move pot-order-date (po-idx) to pr-order-date
           move ws-today to pr-receipt-date
           move pot-qty (po-idx) to pr-ordered-qty
           move mv-qty to pr-received-qty
           evaluate true
               when mv-qty = pot-qty (po-idx)
                   move "F" to pr-result
               when mv-qty > pot-qty (po-idx)
                   move "O" to pr-result
               when other
                   move "S" to pr-result
           end-evaluate
           write po-receipt-record.

      *An issue bigger than the book quantity is a count problem or
      *a keying problem, never a post - on-hand stays where it is and
      *the line goes back to the warehouse to sort out. The same
      *goes for an issue bigger than what the named location holds,
      *whatever the other locations have.
       2200-post-issue.
           move ws-from-location to ws-stock-location
           perform 2310-read-location-stock
           evaluate true
               when mv-qty > iv-on-hand
                   add 1 to ws-rejects
                   move spaces to report-line
                   string "REJECTED - item " mv-item-id " issue "
                       mv-qty " exceeds on hand " iv-on-hand
                       delimited by size into report-line
                   write report-line
               when mv-qty > il-on-hand
                   add 1 to ws-rejects
                   move spaces to report-line
                   string "REJECTED - item " mv-item-id " issue "
                       mv-qty " exceeds on hand at "
                       ws-from-location " " il-on-hand
                       delimited by size into report-line
                   write report-line
               when other
                   subtract mv-qty from iv-on-hand
                   rewrite inventory-item
                   subtract mv-qty from il-on-hand
                   perform 2320-save-location-stock
                   add 1 to ws-issues
                   compute ws-issue-cost-total =
                       ws-issue-cost-total + mv-qty * iv-unit-cost
                       on size error continue
                   end-compute
                   move spaces to report-line
                   string "ISSUE    item " mv-item-id " qty " mv-qty
                       " at " ws-from-location
                       " on hand now " iv-on-hand delimited by size
                       into report-line
                   write report-line
                   perform 2140-retain-movement
           end-evaluate.

      *A location the item has never been stocked at reads as zero
      *on hand, and the save writes it new.
       2310-read-location-stock.
           move mv-item-id to il-item-id
           move ws-stock-location to il-location
           read location-stock
               key is il-key
           end-read
           if location-ok
               set ws-stock-on-file to true
           else
               move "N" to ws-stock-on-file-flag
               move mv-item-id to il-item-id
               move ws-stock-location to il-location
               move 0 to il-on-hand
           end-if.

       2320-save-location-stock.
           if ws-stock-on-file
               rewrite location-stock-record
           else
               write location-stock-record
           end-if
           if not location-ok
               display "invpost: location stock write failed, item "
                   il-item-id " at " il-location " status "
                   ws-location-status
           end-if.

      *A transfer moves stock between locations and nothing else -
      *the item's total, its average cost and the books all stay
      *where they were, so there is no GL line and no master
      *rewrite.
       2400-post-transfer.
           move ws-from-location to ws-stock-location
           perform 2310-read-location-stock
           if mv-qty > il-on-hand
               add 1 to ws-rejects
               move spaces to report-line
               string "REJECTED - item " mv-item-id " transfer "
                   mv-qty " exceeds on hand at " ws-from-location
                   " " il-on-hand delimited by size into report-line
               write report-line
           else
               subtract mv-qty from il-on-hand
               perform 2320-save-location-stock
               move ws-to-location to ws-stock-location
               perform 2310-read-location-stock
               add mv-qty to il-on-hand
               perform 2320-save-location-stock
               add 1 to ws-transfers
               move spaces to report-line
               string "TRANSFER item " mv-item-id " qty " mv-qty
                   " from " ws-from-location " to " ws-to-location
                   delimited by size into report-line
               write report-line
               perform 2140-retain-movement
           end-if.

      *A write-down revalues what is on the shelf and moves no
      *stock - the locations keep their quantities and the whole
      *on-hand takes the lower cost. Nothing on hand, a cost that
      *isn't lower, or no approval from an active operator with the
      *approve privilege rejects it.
       2500-post-write-down.
           if mv-unit-cost is numeric
               move mv-unit-cost to ws-write-down-cost
           else
               move 0 to ws-write-down-cost
           end-if
           perform 2510-find-approver
           evaluate true
               when not ws-approver-valid
                   add 1 to ws-rejects
                   move spaces to report-line
                   string "REJECTED - item " mv-item-id
                       " write-down not approved by '" mv-approved-by
                       "'" delimited by size into report-line
                   write report-line
               when iv-on-hand = 0
                   add 1 to ws-rejects
                   move spaces to report-line
                   string "REJECTED - item " mv-item-id
                       " write-down with nothing on hand"
                       delimited by size into report-line
                   write report-line
               when ws-write-down-cost >= iv-unit-cost
                   add 1 to ws-rejects
                   move ws-write-down-cost to ws-cost-edit
                   move spaces to report-line
                   string "REJECTED - item " mv-item-id
                       " write-down to " ws-cost-edit
                       " is not below the average cost"
                       delimited by size into report-line
                   write report-line
               when other
                   compute ws-write-down-value = iv-on-hand *
                       (iv-unit-cost - ws-write-down-cost)
                       on size error move 0 to ws-write-down-value
                   end-compute
                   add ws-write-down-value to ws-write-down-total
                   move ws-write-down-cost to iv-unit-cost
                   rewrite inventory-item
                   add 1 to ws-write-downs
                   move ws-write-down-value to ws-write-down-edit
                   move spaces to report-line
                   string "WRITEDN  item " mv-item-id " on hand "
                       iv-on-hand " value off " ws-write-down-edit
                       delimited by size into report-line
                   write report-line
                   move iv-unit-cost to ws-cost-edit
                   move spaces to report-line
                   string "         avg cost now " ws-cost-edit
                       " approved by " mv-approved-by
                       delimited by size into report-line
                   write report-line
                   move iv-on-hand to mv-qty
                   perform 2140-retain-movement
           end-evaluate.

       2510-find-approver.
           move "N" to ws-oper-found-flag
           move "N" to ws-approver-flag
           move 0 to ws-oper-scan
           perform 2520-scan-one-operator
               until ws-oper-scan >= ws-operator-count
                   or ws-oper-found.

       2520-scan-one-operator.
           add 1 to ws-oper-scan
           set oper-idx to ws-oper-scan
           if opt-id (oper-idx) = mv-approved-by
               set ws-oper-found to true
               if opt-status (oper-idx) = "A"
                       and opt-allow-approve (oper-idx) = "Y"
                   set ws-approver-valid to true
               end-if
           end-if.

      *Post-movements sweep for purchasing - every item at or under
      *its reorder point lists, with the PARTCLS category along so
      *the reorder logic can treat the buckets differently. The
      *on-hand it works on is the item's total across locations.
       3000-report-below-reorder.
           move spaces to report-line
           write report-line
           end-if.

       3500-raise-purchase-order.
           perform 3600-check-vendor
           if ws-vendor-valid
               perform 3510-write-purchase-order
           end-if.

       3510-write-purchase-order.
           compute ws-order-qty = iv-reorder-point * 2
               - iv-on-hand - ws-on-order-qty
           if ws-order-qty < 1
           move spaces to report-line
           string "RECEIPTS " ws-receipts " ISSUES " ws-issues
               " REJECTS " ws-rejects
               " BELOW REORDER " ws-below-reorder
               " TRANSFERS " ws-transfers
               " WRITE-DOWNS " ws-write-downs delimited by size
               into report-line
           write report-line
           move spaces to report-line
               " FILLED " ws-pos-filled
               " OVER " ws-over-receipts
               " SHORT " ws-short-receipts
               " COVERED " ws-covered
               " REFUSED " ws-pos-refused delimited by size
               into report-line
           write report-line
           move ws-valuation-total to ws-value-edit
           close inventory-master
           close movement-file
           close item-history
           close po-receipt-log
           close location-stock
           if ws-vendor-master-open
               close vendor-master
           end-if
           close posting-report.

       4100-save-open-pos.

      *The day's issues leave the books as one balanced pair - cost
      *of goods takes the debit, the inventory asset gives it up -
      *in the same feed layout GLPOST already posts for payroll. The
      *day's write-downs are a second pair, inventory obsolescence
      *against the asset. A day with neither writes an empty feed
      *and posts nothing.
       4300-write-inventory-gl.
           open output inventory-gl
           if ws-issue-cost-total > 0
               move ws-issue-cost-total to ig-amount
               write inventory-gl-record
           end-if
           if ws-write-down-total > 0
               move gl-inventory-obsolescence to ig-account
               compute ig-amount = 0 - ws-write-down-total
                   on size error move 0 to ig-amount
               end-compute
               move ws-today to ig-date
               move "IN" to ig-source
               move "WRITEDN " to ig-reference
               move "INVENTORY WRITE-DOWN" to ig-desc
               write inventory-gl-record
               move gl-inventory-asset to ig-account
               move ws-write-down-total to ig-amount
               write inventory-gl-record
           end-if
           close inventory-gl.

      *The item's vendor has to be on the vendor master and active -
      *a supplier spelled a fourth way, or one purchasing has
      *stopped using, gets no order.
       3600-check-vendor.
           move "N" to ws-vendor-valid-flag
           if ws-vendor-master-open
               move iv-vendor to vm-vendor-id
               read vendor-master
                   key is vm-vendor-id
               end-read
               if vendor-ok and vm-active = "Y"
                   set ws-vendor-valid to true
               end-if
           end-if
           if not ws-vendor-valid
               add 1 to ws-pos-refused
               move spaces to report-line
               evaluate true
                   when not ws-vendor-master-open
                       string "PO REFUSED item " iv-item-id
                           " - no vendor master" delimited by size
                           into report-line
                   when vendor-ok
                       string "PO REFUSED item " iv-item-id
                           " vendor " iv-vendor " is inactive"
                           delimited by size into report-line
                   when other
                       string "PO REFUSED item " iv-item-id
                           " vendor " iv-vendor
                           " not on vendor master"
                           delimited by size into report-line
               end-evaluate
               write report-line
           end-if.

      *Two sweeps must never raise the same PO number.
       4200-save-po-control.
           open output po-control
