      *Shared unapplied-cash suspense record, keyed on the suspense
      *number ARLOCK gives a lockbox check it couldn't apply - no
      *ident the master knows, or no open item to apply it to. The
      *cash is in the bank and on the books (against unapplied
      *cash, not receivables) but belongs to nobody's invoice yet.
      *ARPOST opens the item (code U) and winds it down as the AR
      *clerk applies it to the right customer's invoice (code A);
      *it closes when nothing is left unapplied.
      *AS-STATUS: O open, A applied in full.
       01 ar-suspense-item.
           02 as-suspense-no pic 9(6).
           02 as-received-date pic 9(8).
      *What the bank's remittance said - the ident and invoice as
      *the customer wrote them (zero when missing), and the check.
           02 as-ident pic 9(7).
           02 as-invoice-ref pic 9(6).
           02 as-check-desc pic x(20).
           02 as-amount pic 9(7)v99.
           02 as-unapplied pic 9(7)v99.
           02 as-last-activity pic 9(8).
           02 as-status pic x.
               88 as-open value "O".
               88 as-applied value "A".
