      *Shared sales-order line record layout, keyed on order number
      *plus line number. Orders were taken on paper and the
      *warehouse and billing each keyed their own half, so
      *shipments and invoices never agreed. Each line carries what
      *was ordered, what is allocated off the shelf waiting to be
      *picked, what is on backorder and what has shipped - ordered
      *is always allocated plus backordered plus shipped. ORDENTR
      *takes the orders and allocates, ORDSHIP confirms shipments
      *into the INVPOST issue and the ARPOST invoice, and ORDBACK
      *reports the backorders.
       01 order-line-record.
           02 ol-key.
               03 ol-order-no pic 9(6).
               03 ol-line-no pic 9(3).
           02 ol-ident pic 9(7).
           02 ol-order-date pic 9(8).
           02 ol-item-id pic 9(6).
      *The stock location the line ships from.
           02 ol-location pic x(4).
           02 ol-unit-price pic 9(5)v99.
           02 ol-ordered-qty pic 9(5).
           02 ol-allocated-qty pic 9(5).
           02 ol-backordered-qty pic 9(5).
           02 ol-shipped-qty pic 9(5).
           02 ol-last-ship-date pic 9(8).
           02 ol-last-invoice pic 9(6).
      *O open, C complete (everything ordered has shipped).
           02 ol-status pic x.
               88 ol-open value "O".
               88 ol-complete value "C".
