      *Shipment confirmation. The warehouse hands back the pick list
      *with what actually went on the truck, keyed to the
      *ship-confirm file by order and line (a blank quantity means
      *the line shipped as picked). From the same order lines this
      *writes both halves of the paperwork that used to be keyed
      *twice: an issue movement per line shipped, added to
      *INVPOST's movement file, and one invoice per order shipped
      *this run, added to ARPOST's transaction file at the order
      *lines' prices under the next controlled invoice number. The
      *order line is marked with what shipped, when and on which
      *invoice; picked stock that didn't ship goes back on
      *backorder for ORDENTR to allocate again, and a line shipped
      *in full is complete. The ship-confirm file is expected in
      *order sequence, the way the pick list prints - each order
      *number as it comes is one invoice. Run INVPOST and ARPOST
      *after it to post the movements and the invoices.
       identification division.
       program-id. ordship.
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
           select ship-confirm assign to "ship-confirm.dat"
               organization is line sequential
               file status is ws-confirm-status.
           select movement-file assign to "inventory-moves.dat"
               organization is line sequential
               file status is ws-movement-status.
           select ar-trans assign to "ar-trans.dat"
               organization is line sequential
               file status is ws-ar-status.
           select ship-control assign to "ordship-control.dat"
               organization is line sequential
               file status is ws-control-status.
           select ship-report assign to "ordship.rpt"
               organization is line sequential
               file status is ws-report-status.
       data division.
       file section.
       fd sales-orders.
       copy ordline.
       fd ship-confirm.
       01 ship-confirm-record.
           02 sc-order-no pic 9(6).
           02 sc-line-no pic 9(3).
           02 sc-shipped pic x(5).
           02 sc-shipped-qty redefines sc-shipped pic 9(5).
      *INVPOST's movement layout.
       fd movement-file.
       01 movement-record.
           02 mv-code pic x.
           02 mv-item-id pic 9(6).
           02 mv-qty pic 9(5).
           02 mv-unit-cost pic 9(5)v99.
           02 mv-location pic x(4).
           02 mv-to-location pic x(4).
      *ARPOST's transaction layout.
       fd ar-trans.
       01 ar-trans-record.
           02 at-code pic x.
           02 at-ident pic 9(7).
           02 at-invoice-no pic 9(6).
           02 at-amount pic 9(7)v99.
           02 at-desc pic x(20).
       fd ship-control.
       01 ship-control-record.
           02 scc-next-invoice pic 9(6).
       fd ship-report.
       01 report-line pic x(80).
       working-storage section.
       01 ws-order-status pic xx value spaces.
           88 order-ok value "00".
       01 ws-confirm-status pic xx value spaces.
           88 confirm-ok value "00".
           88 confirm-eof value "10".
       01 ws-movement-status pic xx value spaces.
       01 ws-ar-status pic xx value spaces.
       01 ws-control-status pic xx value spaces.
       01 ws-report-status pic xx value spaces.
       01 ws-today pic 9(8) value zeroes.
      *The controlled invoice-number sequence, kept clear of the
      *numbers billing keys by hand.
       01 ws-next-invoice pic 9(6) value 500001.
      *The order being invoiced - its lines shipped so far this run
      *and what they come to.
       01 ws-invoice-order pic 9(6) value 0.
       01 ws-invoice-ident pic 9(7) value 0.
       01 ws-invoice-no pic 9(6) value 0.
       01 ws-invoice-amount pic 9(7)v99 value 0.
       01 ws-invoice-lines pic 9(3) value 0.
       01 ws-ship-qty pic 9(5) value 0.
       01 ws-unshipped pic 9(5) value 0.
       01 ws-line-amount pic 9(7)v99 value 0.
       01 ws-amount-edit pic z,zzz,zz9.99.
       01 ws-total-edit pic zzz,zzz,zz9.99.
       01 ws-counts.
           02 ws-confirms pic 9(5) value 0.
           02 ws-lines-shipped pic 9(5) value 0.
           02 ws-lines-complete pic 9(5) value 0.
           02 ws-units-rebacked pic 9(7) value 0.
           02 ws-invoices pic 9(5) value 0.
           02 ws-rejects pic 9(5) value 0.
       01 ws-total-invoiced pic 9(9)v99 value 0.
       procedure division.
       0000-main.
           perform 1000-initialize
           if order-ok
               perform 2000-confirm-one-line
                   until confirm-eof
               perform 3000-write-invoice
           end-if
           perform 9000-wrapup
           stop run.

       1000-initialize.
           accept ws-today from date yyyymmdd
           open output ship-report
           move spaces to report-line
           string "SHIPMENT CONFIRMATION - " ws-today
               delimited by size into report-line
           write report-line
           open input ship-control
           if ws-control-status = "00"
               read ship-control
                   at end continue
                   not at end
                       if scc-next-invoice is numeric
                               and scc-next-invoice > 0
                           move scc-next-invoice to ws-next-invoice
                       end-if
               end-read
               close ship-control
           end-if
           open i-o sales-orders
           if not order-ok
               display "ordship: sales orders open failed, status "
                   ws-order-status
               move 16 to return-code
               move spaces to report-line
               string "NOTHING SHIPPED - sales orders open status "
                   ws-order-status delimited by size into report-line
               write report-line
           else
               open extend movement-file
               if ws-movement-status = "35"
                   open output movement-file
               end-if
               open extend ar-trans
               if ws-ar-status = "35"
                   open output ar-trans
               end-if
               open input ship-confirm
               if confirm-ok
                   perform 1100-read-confirm
               else
                   set confirm-eof to true
               end-if
           end-if.

       1100-read-confirm.
           read ship-confirm
               at end set confirm-eof to true
           end-read.

       2000-confirm-one-line.
           add 1 to ws-confirms
           move sc-order-no to ol-order-no
           move sc-line-no to ol-line-no
           read sales-orders
               key is ol-key
           end-read
           if sc-shipped = spaces and order-ok
               move ol-allocated-qty to ws-ship-qty
           else
               if sc-shipped-qty is numeric
                   move sc-shipped-qty to ws-ship-qty
               else
                   move 0 to ws-ship-qty
               end-if
           end-if
           evaluate true
               when not order-ok
                   add 1 to ws-rejects
                   move spaces to report-line
                   string "REJECTED - order " sc-order-no " line "
                       sc-line-no " not on the order file"
                       delimited by size into report-line
                   write report-line
               when not ol-open
                   add 1 to ws-rejects
                   move spaces to report-line
                   string "REJECTED - order " sc-order-no " line "
                       sc-line-no " is already complete"
                       delimited by size into report-line
                   write report-line
               when ws-ship-qty = 0
                   add 1 to ws-rejects
                   move spaces to report-line
                   string "REJECTED - order " sc-order-no " line "
                       sc-line-no " nothing picked to ship"
                       delimited by size into report-line
                   write report-line
               when ws-ship-qty > ol-allocated-qty
                   add 1 to ws-rejects
                   move spaces to report-line
                   string "REJECTED - order " sc-order-no " line "
                       sc-line-no " shipped " ws-ship-qty
                       " more than picked " ol-allocated-qty
                       delimited by size into report-line
                   write report-line
               when other
                   perform 2100-ship-line
           end-evaluate
           perform 1100-read-confirm.

      *A new order number closes the invoice for the one before.
       2100-ship-line.
           if ol-order-no not = ws-invoice-order
               perform 3000-write-invoice
               move ol-order-no to ws-invoice-order
               move ol-ident to ws-invoice-ident
               move ws-next-invoice to ws-invoice-no
               add 1 to ws-next-invoice
               move 0 to ws-invoice-amount
               move 0 to ws-invoice-lines
           end-if
           compute ws-line-amount = ws-ship-qty * ol-unit-price
           add ws-line-amount to ws-invoice-amount
           add 1 to ws-invoice-lines
           move spaces to movement-record
           move "I" to mv-code
           move ol-item-id to mv-item-id
           move ws-ship-qty to mv-qty
           move ol-location to mv-location
           write movement-record
           compute ws-unshipped = ol-allocated-qty - ws-ship-qty
           add ws-ship-qty to ol-shipped-qty
           add ws-unshipped to ol-backordered-qty
           add ws-unshipped to ws-units-rebacked
           move 0 to ol-allocated-qty
           move ws-today to ol-last-ship-date
           move ws-invoice-no to ol-last-invoice
           if ol-backordered-qty = 0
               set ol-complete to true
               add 1 to ws-lines-complete
           end-if
           rewrite order-line-record
           add 1 to ws-lines-shipped
           move ws-line-amount to ws-amount-edit
           move spaces to report-line
           string "SHIPPED order " ol-order-no " line " ol-line-no
               " item " ol-item-id " qty " ws-ship-qty
               " " ws-amount-edit " inv " ws-invoice-no
               delimited by size into report-line
           write report-line
           if ws-unshipped > 0
               move spaces to report-line
               string "  NOT SHIPPED " ws-unshipped
                   " - back on backorder" delimited by size
                   into report-line
               write report-line
           end-if.

       3000-write-invoice.
           if ws-invoice-lines > 0
               move spaces to ar-trans-record
               move "I" to at-code
               move ws-invoice-ident to at-ident
               move ws-invoice-no to at-invoice-no
               move ws-invoice-amount to at-amount
               string "ORDER " ws-invoice-order delimited by size
                   into at-desc
               write ar-trans-record
               add 1 to ws-invoices
               add ws-invoice-amount to ws-total-invoiced
               move ws-invoice-amount to ws-amount-edit
               move spaces to report-line
               string "INVOICE " ws-invoice-no " order "
                   ws-invoice-order " ident " ws-invoice-ident
                   " lines " ws-invoice-lines " " ws-amount-edit
                   delimited by size into report-line
               write report-line
               move 0 to ws-invoice-lines
           end-if.

       9000-wrapup.
           move spaces to report-line
           string "CONFIRMS " ws-confirms " SHIPPED "
               ws-lines-shipped " COMPLETE " ws-lines-complete
               " REJECTS " ws-rejects delimited by size
               into report-line
           write report-line
           move ws-total-invoiced to ws-total-edit
           move spaces to report-line
           string "INVOICES " ws-invoices " TOTAL " ws-total-edit
               " UNITS BACK ON BACKORDER " ws-units-rebacked
               delimited by size into report-line
           write report-line
           if return-code not = 16
               open output ship-control
               move ws-next-invoice to scc-next-invoice
               write ship-control-record
               close ship-control
               close sales-orders
               close ship-confirm
               close movement-file
               close ar-trans
           end-if
           close ship-report.
