      *Vendor invoices into the new open-payables file with the
      *three-way match nobody did while they were paid out of a
      *binder. Each invoice arrives as consecutive line records on
      *AP-INVOICES.DAT (vendor, invoice number, PO, item, quantity,
      *unit price); every line has to name an open PO for that
      *vendor and item, bill no more than was received on that PO
      *and not yet billed, and charge a unit price within tolerance
      *of what the receipts on INVENTORY-HISTORY.DAT came in at.
      *The tolerances ride on an optional control card (price and
      *quantity, as percentages; 2% and none without one). An
      *invoice whose lines all match is approved and payable on
      *the spot - its due date off the vendor's terms - and posts a
      *balanced pair to GL-TRANS.DAT for GLPOST, inventory clearing
      *debited and accounts payable credited. Any mismatch holds the
      *whole invoice, and every invoice on hold lists on the hold
      *report for purchasing, who answer it on the same file: R
      *releases a held invoice (approved and posted as if matched),
      *V voids it. Every invoiced line is kept on AP-LINES.DAT, so a
      *receipt can only ever be billed once - a held invoice still
      *claims its quantities until it is voided.
      *
      *Modification history
      *November 10th 2025  - ladoblanco prod - the item history
      *  layout carries the stock location(s) INVPOST now writes,
      *  so the longer lines read whole.
       identification division.
       program-id. apmatch.
       author. ladoblanco prod.
       date-written. October 20th 2025.
       environment division.
       input-output section.
       file-control.
           select ap-payables assign to "ap-payables.dat"
               organization is indexed
               access mode is dynamic
               record key is ap-key
               file status is ws-payable-status.
           select vendor-master assign to "vendor-master.dat"
               organization is indexed
               access mode is dynamic
               record key is vm-vendor-id
               file status is ws-vendor-status.
           select open-po-file assign to "open-po.dat"
               organization is line sequential
               file status is ws-po-status.
           select item-history assign to "inventory-history.dat"
               organization is line sequential
               file status is ws-history-status.
           select ap-lines assign to "ap-lines.dat"
               organization is line sequential
               file status is ws-lines-status.
           select invoice-trans assign to "ap-invoices.dat"
               organization is line sequential
               file status is ws-trans-status.
           select match-control assign to "apmatch-control.dat"
               organization is line sequential
               file status is ws-control-status.
           select gl-trans assign to "gl-trans.dat"
               organization is line sequential
               file status is ws-gl-status.
           select match-report assign to "apmatch.rpt"
               organization is line sequential
               file status is ws-report-status.
           select hold-report assign to "aphold.rpt"
               organization is line sequential
               file status is ws-hold-status.
       data division.
       file section.
       fd ap-payables.
       copy apopen.
       fd vendor-master.
       copy vendmstr.
       fd open-po-file.
       01 open-po-record.
           02 po-number pic 9(6).
           02 po-item-id pic 9(6).
           02 po-qty pic 9(5).
           02 po-order-date pic 9(8).
           02 po-vendor pic x(10).
           02 po-status pic x(6).
       fd item-history.
       01 item-history-record.
           02 ih-item-id pic 9(6).
           02 ih-date pic 9(8).
           02 ih-type pic x.
           02 ih-qty pic 9(5).
           02 ih-balance pic 9(7).
           02 ih-cost pic 9(5)v99.
           02 ih-po-number pic 9(6).
           02 ih-receipt-price pic 9(5)v99.
           02 ih-location pic x(4).
           02 ih-to-location pic x(4).
      *Every invoice line ever entered, with how it matched.
       fd ap-lines.
       01 ap-line-record.
           02 al-vendor-id pic x(10).
           02 al-invoice-no pic x(12).
           02 al-po-number pic 9(6).
           02 al-item-id pic 9(6).
           02 al-qty pic 9(5).
           02 al-unit-price pic 9(5)v99.
           02 al-result pic x.
      *L invoice line, R release a held invoice, V void one.
       fd invoice-trans.
       01 invoice-trans-record.
           02 it-code pic x.
               88 it-line value "L".
               88 it-release value "R".
               88 it-void value "V".
           02 it-vendor-id pic x(10).
           02 it-invoice-no pic x(12).
           02 it-invoice-date pic 9(8).
           02 it-po-number pic 9(6).
           02 it-item-id pic 9(6).
           02 it-qty pic 9(5).
           02 it-unit-price pic 9(5)v99.
       fd match-control.
       01 match-control-record.
           02 mc-price-tolerance pic 99v99.
           02 mc-qty-tolerance pic 99v99.
       fd gl-trans.
       01 gl-trans-record.
           02 gt-account pic 9(4).
           02 gt-amount pic s9(7)v99 sign is leading separate.
           02 gt-date pic 9(8).
           02 gt-source pic xx.
           02 gt-reference pic x(8).
           02 gt-desc pic x(20).
           02 gt-reverse-flag pic x.
       fd match-report.
       01 report-line pic x(80).
       fd hold-report.
       01 hold-line pic x(80).
       working-storage section.
       01 ws-payable-status pic xx value spaces.
           88 payable-ok value "00".
           88 payable-eof value "10".
           88 payable-not-found value "23".
       01 ws-vendor-status pic xx value spaces.
           88 vendor-ok value "00".
       01 ws-po-status pic xx value spaces.
           88 po-file-ok value "00".
           88 po-file-eof value "10".
       01 ws-history-status pic xx value spaces.
           88 history-ok value "00".
           88 history-eof value "10".
       01 ws-lines-status pic xx value spaces.
           88 lines-ok value "00".
           88 lines-eof value "10".
       01 ws-trans-status pic xx value spaces.
           88 trans-ok value "00".
           88 trans-eof value "10".
       01 ws-control-status pic xx value spaces.
       01 ws-gl-status pic xx value spaces.
       01 ws-report-status pic xx value spaces.
       01 ws-hold-status pic xx value spaces.
       01 ws-today pic 9(8) value zeroes.
       01 ap-clearing-account constant as 1310.
       01 ap-payable-account constant as 2000.
       01 ws-price-tolerance pic 99v99 value 2.
       01 ws-qty-tolerance pic 99v99 value 0.
       01 ws-payables-open-flag pic x value "N".
           88 ws-payables-open value "Y".
       01 ws-vendor-master-flag pic x value "N".
           88 ws-vendor-master-open value "Y".
       01 ws-sweep-done-flag pic x value "N".
           88 ws-sweep-done value "Y".
      *The PO register as INVPOST left it.
       01 open-po-table.
           02 open-po-entry occurs 200 times
                   indexed by po-idx.
               03 pot-number pic 9(6).
               03 pot-item-id pic 9(6).
               03 pot-vendor pic x(10).
       01 ws-po-count pic 9(3) value 0.
       01 ws-po-scan pic 9(3) value 0.
       01 ws-po-found-idx pic 9(3) value 0.
      *What came in against each PO and item, at what value, and
      *how much of it has been billed already.
       01 receipt-table.
           02 receipt-entry occurs 500 times
                   indexed by rcv-idx.
               03 rt-po-number pic 9(6).
               03 rt-item-id pic 9(6).
               03 rt-received-qty pic 9(7).
               03 rt-received-value pic 9(11)v99.
               03 rt-invoiced-qty pic 9(7).
       01 ws-rcv-count pic 9(3) value 0.
       01 ws-rcv-scan pic 9(3) value 0.
       01 ws-rcv-found-idx pic 9(3) value 0.
       01 ws-find-po pic 9(6) value 0.
       01 ws-find-item pic 9(6) value 0.
      *The invoice being matched, gathered off consecutive lines.
       01 ws-inv-vendor-id pic x(10) value spaces.
       01 ws-inv-invoice-no pic x(12) value spaces.
       01 ws-inv-date pic 9(8) value 0.
       01 invoice-line-table.
           02 invoice-line occurs 50 times
                   indexed by line-idx.
               03 lt-po-number pic 9(6).
               03 lt-item-id pic 9(6).
               03 lt-qty pic 9(5).
               03 lt-unit-price pic 9(5)v99.
               03 lt-result pic x.
               03 lt-reason pic x(30).
       01 ws-line-count pic 99 value 0.
       01 ws-line-scan pic 99 value 0.
       01 ws-lines-dropped pic 999 value 0.
       01 ws-invoice-amount pic 9(9)v99 value 0.
       01 ws-hold-reason pic x(30) value spaces.
       01 ws-line-value pic 9(9)v99 value 0.
       01 ws-available-qty pic s9(7) value 0.
       01 ws-allowed-qty pic s9(7) value 0.
       01 ws-average-price pic 9(5)v99 value 0.
       01 ws-price-diff pic s9(5)v99 value 0.
       01 ws-price-allowed pic 9(5)v99 value 0.
       01 ws-terms-pct pic 99v99 value 0.
       01 ws-terms-disc-days pic 9(3) value 0.
       01 ws-terms-net-days pic 9(3) value 0.
       01 ws-terms-status pic x value spaces.
       01 ws-ds-function pic x value "P".
       01 ws-ds-number pic s9(7) value 0.
       01 ws-ds-status pic x value spaces.
       01 ws-counts.
           02 ws-invoices-read pic 9(5) value 0.
           02 ws-invoices-approved pic 9(5) value 0.
           02 ws-invoices-held pic 9(5) value 0.
           02 ws-invoices-rejected pic 9(5) value 0.
           02 ws-released pic 9(5) value 0.
           02 ws-voided pic 9(5) value 0.
           02 ws-on-hold pic 9(5) value 0.
       01 ws-approved-total pic 9(11)v99 value 0.
       01 ws-amount-edit pic zzz,zzz,zz9.99.
       01 ws-price-edit pic zz,zz9.99.
       01 ws-qty-edit pic z9.99.
       01 ws-total-edit pic z,zzz,zzz,zz9.99.
       procedure division.
       0000-main.
           perform 1000-initialize
           perform 2000-process-transaction
               until trans-eof
           perform 4000-print-hold-report
           perform 9000-wrapup
           stop run.

       1000-initialize.
           accept ws-today from date yyyymmdd
           open output match-report
           open output hold-report
           perform 1100-read-control-card
           move ws-price-tolerance to ws-price-edit
           move ws-qty-tolerance to ws-qty-edit
           move spaces to report-line
           string "AP INVOICE MATCH - PRICE TOLERANCE " ws-price-edit
               "% QTY TOLERANCE " ws-qty-edit "%"
               delimited by size into report-line
           write report-line
           open i-o ap-payables
           if ws-payable-status = "35"
               open output ap-payables
               close ap-payables
               open i-o ap-payables
           end-if
           if payable-ok
               set ws-payables-open to true
           else
               display "apmatch: payables open failed, status "
                   ws-payable-status
               move 16 to return-code
               set trans-eof to true
           end-if
           open input vendor-master
           if vendor-ok
               set ws-vendor-master-open to true
           end-if
           perform 1200-load-open-pos
           perform 1300-load-receipts
           perform 1400-load-invoiced-lines
           open extend ap-lines
           if ws-lines-status = "35"
               open output ap-lines
           end-if
           open extend gl-trans
           if ws-gl-status = "35"
               open output gl-trans
           end-if
           if not trans-eof
               open input invoice-trans
               perform 1500-read-trans
           end-if.

       1100-read-control-card.
           open input match-control
           if ws-control-status = "00"
               read match-control
                   at end continue
                   not at end
                       if mc-price-tolerance is numeric
                           move mc-price-tolerance
                               to ws-price-tolerance
                       end-if
                       if mc-qty-tolerance is numeric
                           move mc-qty-tolerance to ws-qty-tolerance
                       end-if
               end-read
               close match-control
           end-if.

      *POs filled long ago still answer an invoice, so every PO on
      *file loads, open or filled.
       1200-load-open-pos.
           open input open-po-file
           if po-file-ok
               perform 1210-read-open-po
               perform 1220-store-open-po
                   until po-file-eof
               close open-po-file
           end-if.

       1210-read-open-po.
           read open-po-file
               at end set po-file-eof to true
           end-read.

       1220-store-open-po.
           if ws-po-count < 200
               add 1 to ws-po-count
               set po-idx to ws-po-count
               move po-number to pot-number (po-idx)
               move po-item-id to pot-item-id (po-idx)
               move po-vendor to pot-vendor (po-idx)
           else
               display "apmatch: open-po file exceeds 200 entries,"
                   " po " po-number " ignored"
           end-if
           perform 1210-read-open-po.

      *Receipts matched to a PO only - history written before the
      *PO number rode on it has none and can't be billed against.
      *A receipt keyed without its cost values at the average in
      *force, the same cost the books took it at.
       1300-load-receipts.
           open input item-history
           if history-ok
               perform 1310-read-history
               perform 1320-store-receipt
                   until history-eof
               close item-history
           end-if.

       1310-read-history.
           read item-history
               at end set history-eof to true
           end-read.

       1320-store-receipt.
           if ih-type = "R" and ih-po-number is numeric
                   and ih-po-number > 0
               move ih-po-number to ws-find-po
               move ih-item-id to ws-find-item
               perform 2900-find-receipt-entry
               if ws-rcv-found-idx > 0
                   set rcv-idx to ws-rcv-found-idx
                   add ih-qty to rt-received-qty (rcv-idx)
                   if ih-receipt-price is numeric
                           and ih-receipt-price > 0
                       compute rt-received-value (rcv-idx) =
                           rt-received-value (rcv-idx)
                           + ih-qty * ih-receipt-price
                   else
                       compute rt-received-value (rcv-idx) =
                           rt-received-value (rcv-idx)
                           + ih-qty * ih-cost
                   end-if
               end-if
           end-if
           perform 1310-read-history.

      *Lines on a voided invoice give their quantities back.
       1400-load-invoiced-lines.
           open input ap-lines
           if lines-ok
               perform 1410-read-invoiced-line
               perform 1420-store-invoiced-line
                   until lines-eof
               close ap-lines
           end-if.

       1410-read-invoiced-line.
           read ap-lines
               at end set lines-eof to true
           end-read.

       1420-store-invoiced-line.
           move al-vendor-id to ap-vendor-id
           move al-invoice-no to ap-invoice-no
           read ap-payables
               key is ap-key
           end-read
           if not (payable-ok and ap-voided)
               move al-po-number to ws-find-po
               move al-item-id to ws-find-item
               perform 2900-find-receipt-entry
               if ws-rcv-found-idx > 0
                   set rcv-idx to ws-rcv-found-idx
                   add al-qty to rt-invoiced-qty (rcv-idx)
               end-if
           end-if
           perform 1410-read-invoiced-line.

       1500-read-trans.
           read invoice-trans
               at end set trans-eof to true
           end-read.

       2000-process-transaction.
           evaluate true
               when it-line
                   perform 2100-gather-invoice
                   perform 2200-match-invoice
               when it-release
                   perform 2600-release-invoice
                   perform 1500-read-trans
               when it-void
                   perform 2700-void-invoice
                   perform 1500-read-trans
               when other
                   move spaces to report-line
                   string "REJECTED - bad code " it-code
                       " vendor " it-vendor-id " invoice "
                       it-invoice-no delimited by size
                       into report-line
                   write report-line
                   perform 1500-read-trans
           end-evaluate.

      *Lines belong to one invoice while the vendor and invoice
      *number hold.
       2100-gather-invoice.
           add 1 to ws-invoices-read
           move it-vendor-id to ws-inv-vendor-id
           move it-invoice-no to ws-inv-invoice-no
           move it-invoice-date to ws-inv-date
           move 0 to ws-line-count
           move 0 to ws-lines-dropped
           perform 2110-store-invoice-line
               until trans-eof or not it-line
                   or it-vendor-id not = ws-inv-vendor-id
                   or it-invoice-no not = ws-inv-invoice-no.

       2110-store-invoice-line.
           if ws-line-count < 50
               add 1 to ws-line-count
               set line-idx to ws-line-count
               move it-po-number to lt-po-number (line-idx)
               move it-item-id to lt-item-id (line-idx)
               move it-qty to lt-qty (line-idx)
               move it-unit-price to lt-unit-price (line-idx)
               move "M" to lt-result (line-idx)
               move spaces to lt-reason (line-idx)
           else
               add 1 to ws-lines-dropped
           end-if
           perform 1500-read-trans.

       2200-match-invoice.
           move ws-inv-vendor-id to ap-vendor-id
           move ws-inv-invoice-no to ap-invoice-no
           read ap-payables
               key is ap-key
           end-read
           evaluate true
               when payable-ok
                   add 1 to ws-invoices-rejected
                   move spaces to report-line
                   string "REJECTED - vendor " ws-inv-vendor-id
                       " invoice " ws-inv-invoice-no
                       " already entered" delimited by size
                       into report-line
                   write report-line
               when ws-lines-dropped > 0
                   add 1 to ws-invoices-rejected
                   move spaces to report-line
                   string "REJECTED - vendor " ws-inv-vendor-id
                       " invoice " ws-inv-invoice-no
                       " over 50 lines" delimited by size
                       into report-line
                   write report-line
               when ws-inv-date is not numeric or ws-inv-date = 0
                   add 1 to ws-invoices-rejected
                   move spaces to report-line
                   string "REJECTED - vendor " ws-inv-vendor-id
                       " invoice " ws-inv-invoice-no
                       " no invoice date" delimited by size
                       into report-line
                   write report-line
               when other
                   perform 2210-enter-invoice
           end-evaluate.

       2210-enter-invoice.
           move spaces to ws-hold-reason
           move 0 to ws-invoice-amount
           if ws-vendor-master-open
               move ws-inv-vendor-id to vm-vendor-id
               read vendor-master
                   key is vm-vendor-id
               end-read
           else
               move "23" to ws-vendor-status
           end-if
           if not vendor-ok
               move "VENDOR NOT ON VENDOR MASTER" to ws-hold-reason
               move spaces to vm-terms
           end-if
           move 0 to ws-line-scan
           perform 2300-match-one-line
               until ws-line-scan >= ws-line-count
           perform 2400-build-payable
           move spaces to report-line
           move ws-invoice-amount to ws-amount-edit
           if ap-approved
               add 1 to ws-invoices-approved
               add ws-invoice-amount to ws-approved-total
               string "APPROVED vendor " ws-inv-vendor-id
                   " invoice " ws-inv-invoice-no " "
                   ws-amount-edit " due " ap-due-date
                   delimited by size into report-line
           else
               add 1 to ws-invoices-held
               string "HELD     vendor " ws-inv-vendor-id
                   " invoice " ws-inv-invoice-no " "
                   ws-amount-edit " " ws-hold-reason (1:14)
                   delimited by size into report-line
           end-if
           write report-line
           move 0 to ws-line-scan
           perform 2450-report-one-line
               until ws-line-scan >= ws-line-count
           if ap-approved
               perform 2500-post-invoice
           end-if.

      *PO for this vendor and item, quantity within what is still
      *unbilled on the receipts, price within tolerance of what the
      *receipts came in at. The first failure is the line's reason.
       2300-match-one-line.
           add 1 to ws-line-scan
           set line-idx to ws-line-scan
           compute ws-line-value =
               lt-qty (line-idx) * lt-unit-price (line-idx)
           add ws-line-value to ws-invoice-amount
           perform 2310-find-po
           move 0 to ws-rcv-found-idx
           evaluate true
               when ws-po-found-idx = 0
                   move "PO NOT ON FILE" to lt-reason (line-idx)
               when pot-item-id (po-idx) not = lt-item-id (line-idx)
                   move "ITEM NOT ON THIS PO" to lt-reason (line-idx)
               when pot-vendor (po-idx) not = ws-inv-vendor-id
                   move "PO IS FOR ANOTHER VENDOR"
                       to lt-reason (line-idx)
               when other
                   perform 2330-check-against-receipts
           end-evaluate
           if lt-reason (line-idx) not = spaces
               move "H" to lt-result (line-idx)
               if ws-hold-reason = spaces
                   move lt-reason (line-idx) to ws-hold-reason
               end-if
           end-if
           if ws-rcv-found-idx > 0
               set rcv-idx to ws-rcv-found-idx
               add lt-qty (line-idx) to rt-invoiced-qty (rcv-idx)
           end-if.

       2310-find-po.
           move 0 to ws-po-found-idx
           move 0 to ws-po-scan
           perform 2320-scan-one-po
               until ws-po-scan >= ws-po-count
                   or ws-po-found-idx > 0
           if ws-po-found-idx > 0
               set po-idx to ws-po-found-idx
           end-if.

       2320-scan-one-po.
           add 1 to ws-po-scan
           set po-idx to ws-po-scan
           if pot-number (po-idx) = lt-po-number (line-idx)
               move ws-po-scan to ws-po-found-idx
           end-if.

       2330-check-against-receipts.
           move lt-po-number (line-idx) to ws-find-po
           move lt-item-id (line-idx) to ws-find-item
           perform 2910-look-up-receipt
           if ws-rcv-found-idx = 0
               move "NOTHING RECEIVED ON PO" to lt-reason (line-idx)
           else
               set rcv-idx to ws-rcv-found-idx
               if rt-received-qty (rcv-idx) = 0
                   move "NOTHING RECEIVED ON PO"
                       to lt-reason (line-idx)
               else
                   compute ws-available-qty =
                       rt-received-qty (rcv-idx)
                       - rt-invoiced-qty (rcv-idx)
                   compute ws-allowed-qty = ws-available-qty
                       + ws-available-qty * ws-qty-tolerance / 100
                   compute ws-average-price rounded =
                       rt-received-value (rcv-idx)
                       / rt-received-qty (rcv-idx)
                   compute ws-price-diff =
                       lt-unit-price (line-idx) - ws-average-price
                   if ws-price-diff < 0
                       compute ws-price-diff = 0 - ws-price-diff
                   end-if
                   compute ws-price-allowed =
                       ws-average-price * ws-price-tolerance / 100
                   evaluate true
                       when lt-qty (line-idx) > ws-allowed-qty
                           move "BILLED MORE THAN RECEIVED"
                               to lt-reason (line-idx)
                       when ws-price-diff > ws-price-allowed
                           move "PRICE OUTSIDE TOLERANCE"
                               to lt-reason (line-idx)
                       when other
                           continue
                   end-evaluate
               end-if
           end-if.

      *Due date off the vendor's terms - net days from the invoice
      *date; blank or unreadable terms are net 30.
       2400-build-payable.
           move ws-inv-vendor-id to ap-vendor-id
           move ws-inv-invoice-no to ap-invoice-no
           move ws-inv-date to ap-invoice-date
           call "apterms" using vm-terms ws-terms-pct
               ws-terms-disc-days ws-terms-net-days ws-terms-status
           move "P" to ws-ds-function
           move ws-terms-net-days to ws-ds-number
           call "dateserv" using ws-ds-function ws-inv-date
               ap-due-date ws-ds-number ws-ds-status
           if ws-ds-status not = "Y"
               move ws-inv-date to ap-due-date
           end-if
           move ws-invoice-amount to ap-amount
           move ws-line-count to ap-line-count
           move ws-today to ap-entered-date
           move 0 to ap-paid-date
           move spaces to ap-payment-ref
           if ws-hold-reason = spaces
               move "A" to ap-status
               move ws-today to ap-approved-date
           else
               move "H" to ap-status
               move 0 to ap-approved-date
           end-if
           move ws-hold-reason to ap-hold-reason
           write ap-payable-record
           if not payable-ok
               display "apmatch: payable write failed, status "
                   ws-payable-status " invoice " ws-inv-invoice-no
           end-if
           move 0 to ws-line-scan
           perform 2410-save-one-line
               until ws-line-scan >= ws-line-count.

       2410-save-one-line.
           add 1 to ws-line-scan
           set line-idx to ws-line-scan
           move ws-inv-vendor-id to al-vendor-id
           move ws-inv-invoice-no to al-invoice-no
           move lt-po-number (line-idx) to al-po-number
           move lt-item-id (line-idx) to al-item-id
           move lt-qty (line-idx) to al-qty
           move lt-unit-price (line-idx) to al-unit-price
           move lt-result (line-idx) to al-result
           write ap-line-record.

       2450-report-one-line.
           add 1 to ws-line-scan
           set line-idx to ws-line-scan
           move lt-unit-price (line-idx) to ws-price-edit
           move spaces to report-line
           string "         po " lt-po-number (line-idx)
               " item " lt-item-id (line-idx)
               " qty " lt-qty (line-idx) " at " ws-price-edit " "
               lt-reason (line-idx) (1:25) delimited by size
               into report-line
           write report-line.

      *Approved means payable - the liability is on the books from
      *here, against the clearing account the receipts answer to.
       2500-post-invoice.
           move ap-clearing-account to gt-account
           compute gt-amount = 0 - ap-amount
           move ws-today to gt-date
           move "AP" to gt-source
           move ap-invoice-no (1:8) to gt-reference
           move spaces to gt-desc
           string "AP " ap-vendor-id delimited by size into gt-desc
           move space to gt-reverse-flag
           write gl-trans-record
           move ap-payable-account to gt-account
           move ap-amount to gt-amount
           write gl-trans-record.

      *Purchasing has looked at the hold and says pay it.
       2600-release-invoice.
           move it-vendor-id to ap-vendor-id
           move it-invoice-no to ap-invoice-no
           read ap-payables
               key is ap-key
           end-read
           move spaces to report-line
           if payable-ok and ap-held
               move "A" to ap-status
               move ws-today to ap-approved-date
               rewrite ap-payable-record
               add 1 to ws-released
               move ap-amount to ws-amount-edit
               string "RELEASED vendor " it-vendor-id " invoice "
                   it-invoice-no " " ws-amount-edit
                   delimited by size into report-line
               write report-line
               perform 2500-post-invoice
           else
               string "REJECTED - release, vendor " it-vendor-id
                   " invoice " it-invoice-no " not on hold"
                   delimited by size into report-line
               write report-line
           end-if.

       2700-void-invoice.
           move it-vendor-id to ap-vendor-id
           move it-invoice-no to ap-invoice-no
           read ap-payables
               key is ap-key
           end-read
           move spaces to report-line
           if payable-ok and ap-held
               move "V" to ap-status
               rewrite ap-payable-record
               add 1 to ws-voided
               string "VOIDED   vendor " it-vendor-id " invoice "
                   it-invoice-no delimited by size into report-line
           else
               string "REJECTED - void, vendor " it-vendor-id
                   " invoice " it-invoice-no " not on hold"
                   delimited by size into report-line
           end-if
           write report-line.

      *Finds the entry for WS-FIND-PO and WS-FIND-ITEM, adding it
      *when there is room - the loads use this one.
       2900-find-receipt-entry.
           perform 2910-look-up-receipt
           if ws-rcv-found-idx = 0
               if ws-rcv-count < 500
                   add 1 to ws-rcv-count
                   set rcv-idx to ws-rcv-count
                   move ws-find-po to rt-po-number (rcv-idx)
                   move ws-find-item to rt-item-id (rcv-idx)
                   move 0 to rt-received-qty (rcv-idx)
                   move 0 to rt-received-value (rcv-idx)
                   move 0 to rt-invoiced-qty (rcv-idx)
                   move ws-rcv-count to ws-rcv-found-idx
               else
                   display "apmatch: receipt table full, po "
                       ws-find-po " item " ws-find-item " ignored"
               end-if
           end-if.

       2910-look-up-receipt.
           move 0 to ws-rcv-found-idx
           move 0 to ws-rcv-scan
           perform 2920-scan-one-receipt
               until ws-rcv-scan >= ws-rcv-count
                   or ws-rcv-found-idx > 0.

       2920-scan-one-receipt.
           add 1 to ws-rcv-scan
           set rcv-idx to ws-rcv-scan
           if rt-po-number (rcv-idx) = ws-find-po
                   and rt-item-id (rcv-idx) = ws-find-item
               move ws-rcv-scan to ws-rcv-found-idx
           end-if.

      *Everything still on hold, oldest entry first within vendor,
      *for purchasing to answer with a release or a void.
       4000-print-hold-report.
           move spaces to hold-line
           string "AP INVOICES ON HOLD FOR PURCHASING - " ws-today
               delimited by size into hold-line
           write hold-line
           move spaces to hold-line
           write hold-line
           move spaces to hold-line
           string "VENDOR     INVOICE      INV DATE ENTERED"
               "          AMOUNT REASON" delimited by size
               into hold-line
           write hold-line
           if ws-payables-open
               move low-values to ap-key
               start ap-payables key >= ap-key
                   invalid key set ws-sweep-done to true
               end-start
               if not ws-sweep-done
                   perform 4100-read-next-payable
               end-if
               perform 4200-list-one-hold
                   until ws-sweep-done
           end-if
           move spaces to hold-line
           write hold-line
           move spaces to hold-line
           string "INVOICES ON HOLD " ws-on-hold delimited by size
               into hold-line
           write hold-line.

       4100-read-next-payable.
           read ap-payables next record
               at end set ws-sweep-done to true
           end-read.

       4200-list-one-hold.
           if ap-held
               add 1 to ws-on-hold
               move ap-amount to ws-amount-edit
               move spaces to hold-line
               string ap-vendor-id " " ap-invoice-no " "
                   ap-invoice-date " " ap-entered-date " "
                   ws-amount-edit " " ap-hold-reason (1:16)
                   delimited by size into hold-line
               write hold-line
           end-if
           perform 4100-read-next-payable.

       9000-wrapup.
           move ws-approved-total to ws-total-edit
           move spaces to report-line
           write report-line
           move spaces to report-line
           string "INVOICES " ws-invoices-read " APPROVED "
               ws-invoices-approved " HELD " ws-invoices-held
               " REJECTED " ws-invoices-rejected
               delimited by size into report-line
           write report-line
           move spaces to report-line
           string "RELEASED " ws-released " VOIDED " ws-voided
               " APPROVED TO AP " ws-total-edit
               delimited by size into report-line
           write report-line
           if ws-invoices-held > 0
               move 4 to return-code
           end-if
           if ws-payables-open
               close ap-payables
           end-if
           if ws-vendor-master-open
               close vendor-master
           end-if
           close ap-lines
           close invoice-trans
           close gl-trans
           close match-report
           close hold-report.
