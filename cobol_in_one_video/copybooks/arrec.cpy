      *down and the item closes at zero. Written and maintained by
      *ARPOST (validated against CUSTOMER-MASTER), aged by ARAGE in
      *the REJAGE bucket style, printed on statements by ARSTMT.
      *AR-STATUS: O open, P paid in full, W written off as bad debt
      *(ARPOST code W - closed at zero like a paid item, with what
      *went to bad debt and what has been recovered on it since kept
      *on the write-off register).
       01 ar-open-item.
           02 ar-key.
               03 ar-ident pic 9(7).
           02 ar-balance pic s9(7)v99.
           02 ar-last-activity pic 9(8).
           02 ar-status pic x.
               88 ar-written-off value "W".
      *What raised the item - an invoice (ARPOST, ORDSHIP) or a
      *finance charge on past-due items (ARFINC), which statements
      *print as such and which never itself draws a charge.
           02 ar-item-type pic x.
               88 ar-item-invoice value "I".
               88 ar-finance-charge value "F".
      *The sales tax on the invoice, charged at the rate for the
      *customer's state and included in AR-ORIGINAL and the balance
      *with the sale - zero on an exempt sale and on a finance
      *charge.
           02 ar-tax pic 9(7)v99.
