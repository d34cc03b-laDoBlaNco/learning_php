      *Order entry. Sales orders came in on paper, the warehouse
      *issued the stock through INVPOST and billing keyed the invoice
      *into ARPOST on its own, so every month turned up shipments
      *nobody billed and invoices nobody shipped. This takes the
      *day's orders off the order-transaction file - a header (H)
      *naming the customer, then its lines (L) naming the item, the
      *quantity, the price and the location to ship from (blank is
      *the main warehouse) - and files every line on the sales-order
      *file under a controlled order number. The customer must be on
      *CUSTOMER-MASTER and the item on INVENTORY-MASTER, or the
      *order (or the line) is refused. Stock is allocated as the
      *order is taken: whatever the location has that open orders
      *haven't already claimed goes to the line, and the rest waits
      *on backorder. Before the new orders, backordered lines are
      *offered the stock that has come in since, oldest order first.
      *Everything allocated this run prints on the pick list for the
      *warehouse, by order. Run it before ORDSHIP (or after the
      *INVPOST that posts ORDSHIP's issues) - between the two, the
      *shipped stock is neither allocated nor yet off the book.
      *
      *Modification history
      *December 15th 2025  - ladoblanco prod - credit check. An order
      *  for a customer on credit hold is refused whole; otherwise,
      *  where the customer's receivables profile sets a credit
      *  limit, each line is checked as it is taken against what
      *  the customer already owes on open items plus the unshipped
      *  value of their open orders, and a line that would take
      *  them past the limit is refused. Both go to the shared
      *  credit-review report ARPOST also writes.
      *April 6th 2026      - ladoblanco prod - backorders for a
      *  customer on credit hold are no longer allocated or picked;
      *  they wait on the report until the hold lifts.
       identification division.
       program-id. ordentr.
       author. ladoblanco prod.
       date-written. November 17th 2025.
       environment division.
       input-output section.
       file-control.
           select sales-orders assign to "sales-orders.dat"
               organization is indexed
               access mode is dynamic
               record key is ol-key
               file status is ws-order-status.
           select customer-master assign to "customer.dat"
               organization is indexed
               access mode is dynamic
               record key is ident
               alternate record key is custname with duplicates
               file status is ws-customer-status.
           select inventory-master assign to "inventory-master.dat"
               organization is indexed
               access mode is dynamic
               record key is iv-item-id
               file status is ws-master-status.
           select location-stock assign to "inventory-locations.dat"
               organization is indexed
               access mode is dynamic
               record key is il-key
               file status is ws-location-status.
           select ar-open-items assign to "ar-open-items.dat"
               organization is indexed
               access mode is dynamic
               record key is ar-key
               file status is ws-ar-status.
           select ar-customers assign to "ar-customers.dat"
               organization is indexed
               access mode is dynamic
               record key is arc-ident
               file status is ws-profile-status.
           select credit-review assign to "credit-review.rpt"
               organization is line sequential
               file status is ws-review-status.
           select stock-locations assign to "stock-locations.dat"
               organization is line sequential
               file status is ws-locations-status.
           select order-trans assign to "order-trans.dat"
               organization is line sequential
               file status is ws-trans-status.
           select order-control assign to "ordentr-control.dat"
               organization is line sequential
               file status is ws-control-status.
           select order-report assign to "ordentr.rpt"
               organization is line sequential
               file status is ws-report-status.
           select pick-list assign to "ordpick.rpt"
               organization is line sequential
               file status is ws-pick-status.
       data division.
       file section.
       fd sales-orders.
       copy ordline.
       fd customer-master.
       copy customer.
       fd inventory-master.
       copy invmstr.
       fd location-stock.
       copy invloc.
       fd ar-open-items.
       copy arrec.
       fd ar-customers.
       copy arcust.
       fd credit-review.
       01 review-line pic x(80).
       fd stock-locations.
       01 stock-location-record.
           02 sl-location pic x(4).
           02 sl-name pic x(20).
      *A header opens an order for a customer; the lines that
      *follow it are that order's.
       fd order-trans.
       01 order-trans-record.
           02 ot-code pic x.
               88 ot-header value "H".
               88 ot-line value "L".
           02 ot-header-data.
               03 ot-ident pic 9(7).
               03 filler pic x(15).
           02 ot-line-data redefines ot-header-data.
               03 ot-item-id pic 9(6).
               03 ot-qty pic 9(5).
               03 ot-unit-price pic 9(5)v99.
               03 ot-location pic x(4).
       fd order-control.
       01 order-control-record.
           02 oc-next-order pic 9(6).
       fd order-report.
       01 report-line pic x(80).
       fd pick-list.
       01 pick-line pic x(80).
       working-storage section.
       01 ws-order-status pic xx value spaces.
           88 order-ok value "00".
           88 order-eof value "10".
       01 ws-customer-status pic xx value spaces.
           88 customer-ok value "00".
       01 ws-master-status pic xx value spaces.
           88 master-ok value "00".
       01 ws-location-status pic xx value spaces.
           88 location-ok value "00".
       01 ws-locations-status pic xx value spaces.
           88 locations-ok value "00".
           88 locations-eof value "10".
       01 ws-trans-status pic xx value spaces.
           88 trans-ok value "00".
           88 trans-eof value "10".
       01 ws-control-status pic xx value spaces.
       01 ws-report-status pic xx value spaces.
       01 ws-pick-status pic xx value spaces.
       01 ws-ar-status pic xx value spaces.
           88 ar-ok value "00".
       01 ws-profile-status pic xx value spaces.
           88 profile-ok value "00".
       01 ws-review-status pic xx value spaces.
      *Either file missing means nothing owed and nobody limited.
       01 ws-ar-file-flag pic x value "N".
           88 ws-ar-file-open value "Y".
       01 ws-profile-file-flag pic x value "N".
           88 ws-profile-file-open value "Y".
      *The open order's credit position - its customer's limit (zero
      *is none) and what they owe and have on order so far.
       01 ws-order-limit pic 9(7)v99 value 0.
       01 ws-order-exposure pic s9(9)v99 value 0.
       01 ws-line-value pic 9(9)v99 value 0.
       01 ws-line-over-flag pic x value "N".
           88 ws-line-over-limit value "Y".
       01 ws-items-done-flag pic x value "N".
           88 ws-items-done value "Y".
       01 ws-value-edit pic zzz,zzz,zz9.99.
       01 ws-exposure-edit pic -zzz,zzz,zz9.99.
       01 ws-limit-edit pic z,zzz,zz9.99.
       01 ws-today pic 9(8) value zeroes.
      *The controlled order-number sequence - read at start of run,
      *the next unused number written back at wrapup.
       01 ws-next-order pic 9(6) value 1.
       01 ws-order-no pic 9(6) value 0.
       01 ws-line-no pic 9(3) value 0.
       01 ws-order-ident pic 9(7) value 0.
       01 ws-order-name pic x(20) value spaces.
      *No header yet, or a refused one, leaves the lines that
      *follow with no order to go on.
       01 ws-order-open-flag pic x value "N".
           88 ws-order-open value "Y".
       01 ws-scan-done-flag pic x value "N".
           88 ws-scan-done value "Y".
       01 ws-orders-file-flag pic x value "N".
           88 ws-orders-file-open value "Y".
      *The valid location codes off the stock-locations file, as
      *INVPOST loads them.
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
      *What the open order lines already hold, by item and
      *location - the shelf quantity less this is what a new line
      *can have.
       01 allocation-table.
           02 allocation-entry occurs 500 times
                   indexed by alloc-idx.
               03 at-item-id pic 9(6).
               03 at-location pic x(4).
               03 at-allocated pic 9(7).
       01 ws-alloc-count pic 9(3) value 0.
       01 ws-alloc-scan pic 9(3) value 0.
       01 ws-alloc-found-idx pic 9(3) value 0.
       01 ws-alloc-item pic 9(6) value 0.
       01 ws-alloc-location pic x(4) value spaces.
       01 ws-available pic s9(7) value 0.
       01 ws-wanted pic 9(5) value 0.
       01 ws-allocate-qty pic 9(5) value 0.
       01 ws-pick-order pic 9(6) value 0.
       01 ws-counts.
           02 ws-orders pic 9(5) value 0.
           02 ws-lines pic 9(5) value 0.
           02 ws-lines-allocated pic 9(5) value 0.
           02 ws-lines-backordered pic 9(5) value 0.
           02 ws-backorders-filled pic 9(5) value 0.
           02 ws-backorders-held pic 9(5) value 0.
           02 ws-rejects pic 9(5) value 0.
           02 ws-pick-lines pic 9(5) value 0.
           02 ws-credit-refusals pic 9(5) value 0.
       01 ws-price-edit pic zz,zz9.99.
       procedure division.
       0000-main.
           perform 1000-initialize
           if order-ok
               perform 2000-fill-backorders
               perform 3000-process-order-trans
                   until trans-eof
           end-if
           perform 9000-wrapup
           stop run.

       1000-initialize.
           accept ws-today from date yyyymmdd
           open output order-report
           open output pick-list
           move spaces to report-line
           string "ORDER ENTRY - " ws-today delimited by size
               into report-line
           write report-line
           move spaces to pick-line
           string "WAREHOUSE PICK LIST - " ws-today
               delimited by size into pick-line
           write pick-line
           perform 1100-read-order-control
           perform 1200-load-stock-locations
           open input customer-master
           if not customer-ok
               display "ordentr: customer master open failed, "
                   "status " ws-customer-status
               move "99" to ws-order-status
           end-if
           open input inventory-master
           if not master-ok
               display "ordentr: inventory master open failed, "
                   "status " ws-master-status
               move "99" to ws-order-status
           end-if
           open input location-stock
           if not location-ok
               display "ordentr: location stock open failed, "
                   "status " ws-location-status
               move "99" to ws-order-status
           end-if
           open input ar-open-items
           if ar-ok
               set ws-ar-file-open to true
           end-if
           open input ar-customers
           if profile-ok
               set ws-profile-file-open to true
           end-if
           open extend credit-review
           if ws-review-status = "35"
               open output credit-review
           end-if
           if ws-order-status = spaces
               open i-o sales-orders
               if ws-order-status = "35"
                   open output sales-orders
                   close sales-orders
                   open i-o sales-orders
               end-if
               if not order-ok
                   display "ordentr: sales orders open failed, "
                       "status " ws-order-status
               end-if
           end-if
           if not order-ok
               move 16 to return-code
               move spaces to report-line
               string "NO ORDERS TAKEN - a file failed to open"
                   delimited by size into report-line
               write report-line
           else
               set ws-orders-file-open to true
               perform 1300-load-allocations
               open input order-trans
               if trans-ok
                   perform 1400-read-order-trans
               else
                   set trans-eof to true
               end-if
           end-if.

       1100-read-order-control.
           open input order-control
           if ws-control-status = "00"
               read order-control
                   at end continue
                   not at end
                       if oc-next-order is numeric
                               and oc-next-order > 0
                           move oc-next-order to ws-next-order
                       end-if
               end-read
               close order-control
           end-if.

       1200-load-stock-locations.
           open input stock-locations
           if locations-ok
               perform 1210-read-stock-location
               perform 1220-store-stock-location
                   until locations-eof
               close stock-locations
           end-if
           if ws-location-count = 0
               move 1 to ws-location-count
               move inv-main-location to slt-location (1)
           end-if.

       1210-read-stock-location.
           read stock-locations
               at end set locations-eof to true
           end-read.

       1220-store-stock-location.
           if ws-location-count < 20
               add 1 to ws-location-count
               set loc-idx to ws-location-count
               move sl-location to slt-location (loc-idx)
           end-if
           perform 1210-read-stock-location.

      *Every allocation still waiting to be picked, off a pass of
      *the order file.
       1300-load-allocations.
           move "N" to ws-scan-done-flag
           move low-values to ol-key
           start sales-orders key >= ol-key
               invalid key set ws-scan-done to true
           end-start
           if not ws-scan-done
               perform 1310-read-next-order-line
           end-if
           perform 1320-load-one-allocation
               until ws-scan-done.

       1310-read-next-order-line.
           read sales-orders next record
               at end set ws-scan-done to true
           end-read.

       1320-load-one-allocation.
           if ol-open and ol-allocated-qty > 0
               move ol-item-id to ws-alloc-item
               move ol-location to ws-alloc-location
               move ol-allocated-qty to ws-allocate-qty
               perform 2600-record-allocation
           end-if
           perform 1310-read-next-order-line.

       1400-read-order-trans.
           read order-trans
               at end set trans-eof to true
           end-read.

      *Backorders get first call on stock that has arrived since
      *they were taken - the order file is in order-number
      *sequence, so the oldest order is offered it first.
       2000-fill-backorders.
           move "N" to ws-scan-done-flag
           move low-values to ol-key
           start sales-orders key >= ol-key
               invalid key set ws-scan-done to true
           end-start
           if not ws-scan-done
               perform 1310-read-next-order-line
           end-if
           perform 2100-offer-one-backorder
               until ws-scan-done.

      *A customer ARHOLD has put on credit hold since the order was
      *taken gets nothing more picked - the backorder waits for the
      *hold to lift.
       2100-offer-one-backorder.
           if ol-open and ol-backordered-qty > 0
               move ol-ident to arc-ident
               perform 3155-read-profile
               if arc-on-hold
                   add 1 to ws-backorders-held
                   move spaces to report-line
                   string "BACKORDER order " ol-order-no " line "
                       ol-line-no " item " ol-item-id
                       " held - credit hold" delimited by size
                       into report-line
                   write report-line
               else
                   perform 2150-allocate-backorder
               end-if
           end-if
           perform 1310-read-next-order-line.

       2150-allocate-backorder.
           move ol-item-id to ws-alloc-item
           move ol-location to ws-alloc-location
           move ol-backordered-qty to ws-wanted
           perform 2500-compute-allocation
           if ws-allocate-qty > 0
               add ws-allocate-qty to ol-allocated-qty
               subtract ws-allocate-qty from ol-backordered-qty
               rewrite order-line-record
               perform 2600-record-allocation
               add 1 to ws-backorders-filled
               move ol-ident to ident
               read customer-master
                   key is ident
               end-read
               if customer-ok
                   move custname to ws-order-name
               else
                   move spaces to ws-order-name
               end-if
               move ol-ident to ws-order-ident
               perform 2700-write-pick-line
               move spaces to report-line
               string "BACKORDER order " ol-order-no " line "
                   ol-line-no " item " ol-item-id " allocated "
                   ws-allocate-qty " still short "
                   ol-backordered-qty delimited by size
                   into report-line
               write report-line
           end-if.

       3000-process-order-trans.
           evaluate true
               when ot-header
                   perform 3100-open-order
               when ot-line
                   perform 3200-take-order-line
               when other
                   add 1 to ws-rejects
                   move spaces to report-line
                   string "REJECTED - bad transaction code "
                       ot-code delimited by size into report-line
                   write report-line
           end-evaluate
           perform 1400-read-order-trans.

      *A customer who isn't on the master, or is on credit hold,
      *gets no order, and its lines are refused with it.
       3100-open-order.
           move "N" to ws-order-open-flag
           move ot-ident to ident
           read customer-master
               key is ident
           end-read
           if customer-ok
               perform 3150-read-credit-profile
           end-if
           evaluate true
               when not customer-ok
                   add 1 to ws-rejects
                   move spaces to report-line
                   string "REJECTED - order for ident " ot-ident
                       " - not on customer master" delimited by size
                       into report-line
                   write report-line
               when arc-on-hold
                   add 1 to ws-rejects
                   add 1 to ws-credit-refusals
                   move spaces to report-line
                   string "REJECTED - order for ident " ot-ident
                       " - customer on credit hold"
                       delimited by size into report-line
                   write report-line
                   move spaces to review-line
                   string ws-today " ORDENTR ident " ot-ident " "
                       custname " order ON HOLD" delimited by size
                       into review-line
                   write review-line
               when other
                   perform 3110-accept-order
           end-evaluate.

       3110-accept-order.
           set ws-order-open to true
           move ws-next-order to ws-order-no
           add 1 to ws-next-order
           move 0 to ws-line-no
           move ot-ident to ws-order-ident
           move custname to ws-order-name
           add 1 to ws-orders
           move spaces to report-line
           string "ORDER " ws-order-no " customer " ot-ident " "
               custname delimited by size into report-line
           write report-line
           move arc-credit-limit to ws-order-limit
           move 0 to ws-order-exposure
           if ws-order-limit > 0
               perform 3160-total-open-items
               perform 3170-total-open-orders
           end-if.

      *No profile is the standard terms - no limit, no hold.
       3150-read-credit-profile.
           move ot-ident to arc-ident
           perform 3155-read-profile.

       3155-read-profile.
           move 0 to arc-credit-limit
           set arc-credit-ok to true
           if ws-profile-file-open
               read ar-customers
                   key is arc-ident
                   invalid key
                       move 0 to arc-credit-limit
                       set arc-credit-ok to true
               end-read
           end-if.

       3160-total-open-items.
           if ws-ar-file-open
               move "N" to ws-items-done-flag
               move ws-order-ident to ar-ident
               move 0 to ar-invoice
               start ar-open-items key >= ar-key
                   invalid key set ws-items-done to true
               end-start
               perform 3165-add-one-open-item
                   until ws-items-done
           end-if.

       3165-add-one-open-item.
           read ar-open-items next record
               at end set ws-items-done to true
           end-read
           if not ws-items-done
               if ar-ident not = ws-order-ident
                   set ws-items-done to true
               else
                   if ar-status = "O"
                       add ar-balance to ws-order-exposure
                   end-if
               end-if
           end-if.

      *What is on order and not yet shipped - allocated and
      *backordered alike will be invoiced when it goes.
       3170-total-open-orders.
           move "N" to ws-scan-done-flag
           move low-values to ol-key
           start sales-orders key >= ol-key
               invalid key set ws-scan-done to true
           end-start
           if not ws-scan-done
               perform 1310-read-next-order-line
           end-if
           perform 3175-add-one-open-order
               until ws-scan-done.

       3175-add-one-open-order.
           if ol-open and ol-ident = ws-order-ident
               compute ws-order-exposure = ws-order-exposure
                   + (ol-allocated-qty + ol-backordered-qty)
                   * ol-unit-price
           end-if
           perform 1310-read-next-order-line.

       3200-take-order-line.
           move ot-location to ws-check-location
           if ws-check-location = spaces
               move inv-main-location to ws-check-location
           end-if
           perform 3300-find-location
           move ot-item-id to iv-item-id
           read inventory-master
               key is iv-item-id
           end-read
           perform 3250-check-line-credit
           evaluate true
               when not ws-order-open
                   add 1 to ws-rejects
                   move spaces to report-line
                   string "REJECTED - line for item " ot-item-id
                       " has no accepted order header"
                       delimited by size into report-line
                   write report-line
               when not master-ok
                   add 1 to ws-rejects
                   move spaces to report-line
                   string "REJECTED - order " ws-order-no " item "
                       ot-item-id " not on inventory master"
                       delimited by size into report-line
                   write report-line
               when ot-qty is not numeric or ot-qty = 0
                   add 1 to ws-rejects
                   move spaces to report-line
                   string "REJECTED - order " ws-order-no " item "
                       ot-item-id " quantity missing"
                       delimited by size into report-line
                   write report-line
               when ot-unit-price is not numeric
                       or ot-unit-price = 0
                   add 1 to ws-rejects
                   move spaces to report-line
                   string "REJECTED - order " ws-order-no " item "
                       ot-item-id " price missing"
                       delimited by size into report-line
                   write report-line
               when not ws-location-found
                   add 1 to ws-rejects
                   move spaces to report-line
                   string "REJECTED - order " ws-order-no " item "
                       ot-item-id " location " ws-check-location
                       " is not a stock location" delimited by size
                       into report-line
                   write report-line
               when ws-line-over-limit
                   perform 3260-refuse-line-on-credit
               when other
                   perform 3400-file-order-line
           end-evaluate.

      *The line's full value counts, backordered or not - it is
      *all going to be invoiced.
       3250-check-line-credit.
           move "N" to ws-line-over-flag
           move 0 to ws-line-value
           if ws-order-open and ws-order-limit > 0
                   and ot-qty is numeric
                   and ot-unit-price is numeric
               compute ws-line-value = ot-qty * ot-unit-price
               if ws-order-exposure + ws-line-value > ws-order-limit
                   set ws-line-over-limit to true
               end-if
           end-if.

       3260-refuse-line-on-credit.
           add 1 to ws-rejects
           add 1 to ws-credit-refusals
           move ws-line-value to ws-value-edit
           move spaces to report-line
           string "REJECTED - order " ws-order-no " item "
               ot-item-id " " ws-value-edit " over credit limit"
               delimited by size into report-line
           write report-line
           move spaces to review-line
           string ws-today " ORDENTR ident " ws-order-ident
               " order " ws-order-no " " ot-item-id ws-value-edit
               " OVER LIMIT" delimited by size into review-line
           write review-line
           compute ws-exposure-edit = ws-order-exposure
               + ws-line-value
           move ws-order-limit to ws-limit-edit
           move spaces to review-line
           string "         would owe " ws-exposure-edit
               " limit " ws-limit-edit delimited by size
               into review-line
           write review-line.

       3300-find-location.
           move "N" to ws-location-found-flag
           move 0 to ws-location-scan
           perform 3310-check-one-location
               until ws-location-scan >= ws-location-count
                   or ws-location-found.

       3310-check-one-location.
           add 1 to ws-location-scan
           set loc-idx to ws-location-scan
           if slt-location (loc-idx) = ws-check-location
               set ws-location-found to true
           end-if.

       3400-file-order-line.
           move ot-item-id to ws-alloc-item
           move ws-check-location to ws-alloc-location
           move ot-qty to ws-wanted
           perform 2500-compute-allocation
           add 1 to ws-line-no
           move ws-order-no to ol-order-no
           move ws-line-no to ol-line-no
           move ws-order-ident to ol-ident
           move ws-today to ol-order-date
           move ot-item-id to ol-item-id
           move ws-check-location to ol-location
           move ot-unit-price to ol-unit-price
           move ot-qty to ol-ordered-qty
           move ws-allocate-qty to ol-allocated-qty
           compute ol-backordered-qty = ot-qty - ws-allocate-qty
           move 0 to ol-shipped-qty
           move 0 to ol-last-ship-date
           move 0 to ol-last-invoice
           set ol-open to true
           write order-line-record
           if not order-ok
               add 1 to ws-rejects
               move spaces to report-line
               string "REJECTED - order " ws-order-no " line "
                   ws-line-no " status " ws-order-status
                   delimited by size into report-line
               write report-line
           else
               add 1 to ws-lines
               add ws-line-value to ws-order-exposure
               if ws-allocate-qty > 0
                   add 1 to ws-lines-allocated
                   perform 2600-record-allocation
                   perform 2700-write-pick-line
               end-if
               if ol-backordered-qty > 0
                   add 1 to ws-lines-backordered
               end-if
               move ot-unit-price to ws-price-edit
               move spaces to report-line
               string "  LINE " ws-line-no " item " ot-item-id
                   " qty " ot-qty " at " ws-price-edit
                   " alloc " ws-allocate-qty
                   " back " ol-backordered-qty delimited by size
                   into report-line
               write report-line
           end-if.

      *What the line can have - the location's book quantity less
      *what open orders already hold, up to what is wanted.
       2500-compute-allocation.
           move ws-alloc-item to il-item-id
           move ws-alloc-location to il-location
           read location-stock
               key is il-key
           end-read
           if location-ok
               move il-on-hand to ws-available
           else
               move 0 to ws-available
           end-if
           perform 2610-find-allocation
           if ws-alloc-found-idx > 0
               set alloc-idx to ws-alloc-found-idx
               subtract at-allocated (alloc-idx) from ws-available
           end-if
           evaluate true
               when ws-available <= 0
                   move 0 to ws-allocate-qty
               when ws-available < ws-wanted
                   move ws-available to ws-allocate-qty
               when other
                   move ws-wanted to ws-allocate-qty
           end-evaluate.

       2600-record-allocation.
           perform 2610-find-allocation
           if ws-alloc-found-idx > 0
               set alloc-idx to ws-alloc-found-idx
               add ws-allocate-qty to at-allocated (alloc-idx)
           else
               if ws-alloc-count < 500
                   add 1 to ws-alloc-count
                   set alloc-idx to ws-alloc-count
                   move ws-alloc-item to at-item-id (alloc-idx)
                   move ws-alloc-location to at-location (alloc-idx)
                   move ws-allocate-qty to at-allocated (alloc-idx)
               else
                   display "ordentr: allocation table full, item "
                       ws-alloc-item " at " ws-alloc-location
               end-if
           end-if.

       2610-find-allocation.
           move 0 to ws-alloc-found-idx
           move 0 to ws-alloc-scan
           perform 2620-check-one-allocation
               until ws-alloc-scan >= ws-alloc-count
                   or ws-alloc-found-idx > 0.

       2620-check-one-allocation.
           add 1 to ws-alloc-scan
           set alloc-idx to ws-alloc-scan
           if at-item-id (alloc-idx) = ws-alloc-item
                   and at-location (alloc-idx) = ws-alloc-location
               move ws-alloc-scan to ws-alloc-found-idx
           end-if.

      *The pick list groups by order - a new order number starts a
      *new block with the customer to ship to.
       2700-write-pick-line.
           if ol-order-no not = ws-pick-order
               move ol-order-no to ws-pick-order
               move spaces to pick-line
               write pick-line
               move spaces to pick-line
               string "ORDER " ol-order-no " CUSTOMER "
                   ws-order-ident " " ws-order-name
                   delimited by size into pick-line
               write pick-line
           end-if
           move ol-item-id to iv-item-id
           read inventory-master
               key is iv-item-id
           end-read
           if not master-ok
               move spaces to iv-item-desc
           end-if
           add 1 to ws-pick-lines
           move spaces to pick-line
           string "  LINE " ol-line-no " ITEM " ol-item-id " "
               iv-item-desc " FROM " ol-location " PICK "
               ws-allocate-qty "  ______" delimited by size
               into pick-line
           write pick-line.

       9000-wrapup.
           move spaces to report-line
           string "ORDERS " ws-orders " LINES " ws-lines
               " ALLOCATED " ws-lines-allocated
               " BACKORDERED " ws-lines-backordered
               delimited by size into report-line
           write report-line
           move spaces to report-line
           string "BACKORDERS FILLED " ws-backorders-filled
               " REJECTS " ws-rejects
               " PICK LINES " ws-pick-lines
               delimited by size into report-line
           write report-line
           move spaces to report-line
           string "REFUSED ON CREDIT " ws-credit-refusals
               " BACKORDERS HELD " ws-backorders-held
               delimited by size into report-line
           write report-line
           if ws-orders-file-open
               open output order-control
               move ws-next-order to oc-next-order
               write order-control-record
               close order-control
               close sales-orders
               close order-trans
           end-if
           close customer-master
           close inventory-master
           close location-stock
           if ws-ar-file-open
               close ar-open-items
           end-if
           if ws-profile-file-open
               close ar-customers
           end-if
           close credit-review
           close order-report
           close pick-list.
