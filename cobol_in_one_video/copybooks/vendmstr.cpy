      *Shared vendor master record layout, keyed on vendor id. The
      *inventory master and the open-PO file carried the supplier as
      *free text, so the same one was spelled three ways and nothing
      *knew its lead time, terms or where to send the money. The id
      *is the same 10 characters IV-VENDOR and PO-VENDOR already
      *hold, so existing items point at it unchanged once the
      *vendor is keyed. VENDMNT keeps it; INVPOST refuses to raise a
      *PO to a vendor that isn't on it or is inactive, and VENDPERF
      *measures receipts against the lead time.
       01 vendor-record.
           02 vm-vendor-id pic x(10).
           02 vm-name pic x(30).
           02 vm-remit-street pic x(30).
           02 vm-remit-city pic x(20).
           02 vm-remit-state pic xx.
           02 vm-remit-zip pic x(5).
      *Payment terms as purchasing writes them (NET30, 2/10N30).
           02 vm-terms pic x(8).
      *Calendar days from order to promised arrival.
           02 vm-lead-days pic 9(3).
           02 vm-active pic x.
      *Where APPAY sends the money by ACH. A zero routing number
      *means the vendor is paid by printed check, as on the payroll
      *side.
           02 vm-bank-routing pic 9(9).
           02 vm-bank-account pic x(12).
