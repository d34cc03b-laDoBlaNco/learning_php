      *Shared open-payables record layout, keyed on vendor and the
      *vendor's own invoice number. Vendor invoices used to be paid
      *out of a binder with nobody checking them against what was
      *ordered and received - APMATCH enters every invoice here
      *after the three-way match against the open POs and the
      *receipts on INVENTORY-HISTORY.DAT, APAGE ages what is owed.
      *AP-STATUS: H held for purchasing (AP-HOLD-REASON says why),
      *A approved and payable (posted to the ledger), P paid,
      *V voided by purchasing off the hold report.
       01 ap-payable-record.
           02 ap-key.
               03 ap-vendor-id pic x(10).
               03 ap-invoice-no pic x(12).
           02 ap-invoice-date pic 9(8).
           02 ap-due-date pic 9(8).
           02 ap-amount pic 9(9)v99.
           02 ap-line-count pic 9(3).
           02 ap-status pic x.
               88 ap-held value "H".
               88 ap-approved value "A".
               88 ap-paid value "P".
               88 ap-voided value "V".
           02 ap-hold-reason pic x(30).
           02 ap-entered-date pic 9(8).
           02 ap-approved-date pic 9(8).
      *Filled when the item is paid - the payment reference is the
      *check or ACH trace it went out on.
           02 ap-paid-date pic 9(8).
           02 ap-payment-ref pic x(8).
