      *Shared item-location stock record layout, keyed on item and
      *location. The master's IV-ON-HAND stays the item's total
      *across every location - the reorder sweep and the valuation
      *work on it unchanged - and this file says where that stock
      *physically sits: one record per item per location it has
      *ever been received, transferred or counted into. INVPOST
      *keeps it in step with the master on every receipt, issue and
      *transfer, INVCOUNT counts and adjusts by location, and
      *INVSCRN shows the breakdown. Location codes are the ones on
      *the stock-locations file.
       01 location-stock-record.
           02 il-key.
               03 il-item-id pic 9(6).
               03 il-location pic x(4).
           02 il-on-hand pic 9(7).
