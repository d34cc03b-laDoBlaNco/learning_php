      *The vendor payment run over the open payables APMATCH
      *approved. Every approved item due by the run date under its
      *vendor's terms is selected, and so is any item whose early-
      *pay discount is still open on the run date - the discount is
      *taken, and an item paid after its discount window shows what
      *that cost on the discounts-lost list. The run comes in two
      *passes off the control card, as the payroll preview does: a
      *PROPOSAL prints what would be paid, by vendor, for approval
      *and touches nothing; the FINAL card carries the net total the
      *proposal showed and refuses to pay if the selection no
      *longer comes to it - anything approved or paid in between
      *means a new proposal. The final run pays each vendor once:
      *by ACH detail on AP-BANK.DAT (detail records, then a control
      *record with the count and total, the PAYROLL-BANK.DAT
      *discipline) when the vendor master carries a routing number,
      *otherwise by printed check off its own controlled sequence.
      *The paid items close with the date and the payment reference
      *and the payment posts to GL-TRANS.DAT - accounts payable
      *debited, cash and purchase discounts credited.
       identification division.
       program-id. appay.
       author. ladoblanco prod.
       date-written. October 27th 2025.
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
           select pay-control assign to "appay-control.dat"
               organization is line sequential
               file status is ws-control-status.
           select ap-bank assign to "ap-bank.dat"
               organization is line sequential
               file status is ws-bank-status.
           select ap-checks assign to "ap-checks.dat"
               organization is line sequential
               file status is ws-check-status.
           select check-control assign to "apcheck-control.dat"
               organization is line sequential
               file status is ws-checkctl-status.
           select gl-trans assign to "gl-trans.dat"
               organization is line sequential
               file status is ws-gl-status.
           select pay-report assign to "appay.rpt"
               organization is line sequential
               file status is ws-report-status.
       data division.
       file section.
       fd ap-payables.
       copy apopen.
       fd vendor-master.
       copy vendmstr.
      *The run date, PROPOSAL or FINAL, and on the final card the
      *net total the approved proposal came to.
       fd pay-control.
       01 pay-control-record.
           02 pc-run-date pic 9(8).
           02 pc-mode pic x(8).
           02 pc-approved-total pic 9(9)v99.
       fd ap-bank.
       01 bank-detail.
           02 bk-rec-type pic x.
           02 bk-vendor-id pic x(10).
           02 bk-vendor-name pic x(20).
           02 bk-routing pic 9(9).
           02 bk-account pic x(12).
           02 bk-amount pic 9(8)v99.
       01 bank-control redefines bank-detail.
           02 bc-rec-type pic x.
           02 bc-detail-count pic 9(7).
           02 bc-total pic 9(10)v99.
           02 filler pic x(42).
      *One print-ready check per vendor paid on paper, addressed to
      *the remit-to on the vendor master.
       fd ap-checks.
       01 check-print-record.
           02 ck-check-no pic 9(6).
           02 ck-date pic 9(8).
           02 ck-vendor-id pic x(10).
           02 ck-vendor-name pic x(30).
           02 ck-remit-street pic x(30).
           02 ck-remit-city pic x(20).
           02 ck-remit-state pic xx.
           02 ck-remit-zip pic x(5).
           02 ck-amount pic 9(8)v99.
       fd check-control.
       01 check-control-record.
           02 cc-next-number pic 9(6).
       fd gl-trans.
       01 gl-trans-record.
           02 gt-account pic 9(4).
           02 gt-amount pic s9(7)v99 sign is leading separate.
           02 gt-date pic 9(8).
           02 gt-source pic xx.
           02 gt-reference pic x(8).
           02 gt-desc pic x(20).
           02 gt-reverse-flag pic x.
       fd pay-report.
       01 report-line pic x(80).
       working-storage section.
       01 ws-payable-status pic xx value spaces.
           88 payable-ok value "00".
       01 ws-vendor-status pic xx value spaces.
           88 vendor-ok value "00".
       01 ws-control-status pic xx value spaces.
       01 ws-bank-status pic xx value spaces.
       01 ws-check-status pic xx value spaces.
       01 ws-checkctl-status pic xx value spaces.
       01 ws-gl-status pic xx value spaces.
       01 ws-report-status pic xx value spaces.
       01 ap-cash-account constant as 1000.
       01 ap-payable-account constant as 2000.
       01 ap-discount-account constant as 4200.
       01 ws-run-date pic 9(8) value 0.
       01 ws-approved-total pic 9(9)v99 value 0.
       01 ws-card-found-flag pic x value "N".
           88 ws-card-found value "Y".
       01 ws-final-flag pic x value "N".
           88 ws-final-run value "Y".
       01 ws-refused-flag pic x value "N".
           88 ws-run-refused value "Y".
       01 ws-payables-open-flag pic x value "N".
           88 ws-payables-open value "Y".
       01 ws-vendor-master-flag pic x value "N".
           88 ws-vendor-master-open value "Y".
       01 ws-sweep-done-flag pic x value "N".
           88 ws-sweep-done value "Y".
       01 ws-next-check-no pic 9(6) value 1.
      *The vendor whose terms are loaded - the payables come in
      *vendor order, so terms are looked up once per vendor.
       01 ws-terms-vendor pic x(10) value spaces.
       01 ws-terms-vendor-flag pic x value "N".
           88 ws-terms-vendor-found value "Y".
       01 ws-terms-pct pic 99v99 value 0.
       01 ws-terms-disc-days pic 9(3) value 0.
       01 ws-terms-net-days pic 9(3) value 0.
       01 ws-terms-status pic x value spaces.
       01 ws-discount-date pic 9(8) value 0.
       01 ws-discount-open-flag pic x value "N".
           88 ws-discount-open value "Y".
       01 ws-discount-value pic 9(9)v99 value 0.
       01 ws-ds-function pic x value "P".
       01 ws-ds-number pic s9(7) value 0.
       01 ws-ds-status pic x value spaces.
      *Everything selected, in vendor order, with what each item
      *gives up or takes in discount.
       01 selected-table.
           02 selected-entry occurs 500 times
                   indexed by sel-idx.
               03 st-vendor-id pic x(10).
               03 st-invoice-no pic x(12).
               03 st-due-date pic 9(8).
               03 st-amount pic 9(9)v99.
               03 st-discount pic 9(7)v99.
               03 st-lost pic 9(7)v99.
               03 st-net pic 9(9)v99.
       01 ws-selected-count pic 9(3) value 0.
       01 ws-selected-scan pic 9(3) value 0.
       01 ws-group-start pic 9(3) value 0.
       01 ws-group-vendor pic x(10) value spaces.
       01 ws-group-gross pic 9(9)v99 value 0.
       01 ws-group-discount pic 9(9)v99 value 0.
       01 ws-group-net pic 9(9)v99 value 0.
       01 ws-payment-ref pic x(8) value spaces.
       01 ws-pay-by-ach-flag pic x value "N".
           88 ws-pay-by-ach value "Y".
       01 ws-vendor-name pic x(30) value spaces.
       01 run-totals.
           02 rt-gross pic 9(11)v99 value 0.
           02 rt-discount pic 9(11)v99 value 0.
           02 rt-lost pic 9(11)v99 value 0.
           02 rt-net pic 9(11)v99 value 0.
           02 rt-ach-total pic 9(10)v99 value 0.
           02 rt-check-total pic 9(11)v99 value 0.
       01 ws-counts.
           02 ws-items-read pic 9(5) value 0.
           02 ws-items-skipped pic 9(5) value 0.
           02 ws-vendors-paid pic 9(5) value 0.
           02 ws-ach-count pic 9(7) value 0.
           02 ws-check-count pic 9(5) value 0.
           02 ws-lost-count pic 9(5) value 0.
       01 ws-amount-edit pic zzz,zzz,zz9.99.
       01 ws-net-edit pic zzz,zzz,zz9.99.
       01 ws-discount-edit pic zz,zz9.99.
       01 ws-total-edit pic z,zzz,zzz,zz9.99.
       procedure division.
       0000-main.
           perform 1000-initialize
           if ws-card-found and ws-payables-open
               perform 2000-select-one-payable
                   until ws-sweep-done
               perform 2500-print-proposal
               perform 2800-print-discounts-lost
               if ws-final-run
                   perform 3000-check-approval
                   if not ws-run-refused
                       perform 3100-pay-vendors
                   end-if
               end-if
           end-if
           perform 9000-wrapup
           stop run.

      *No card, no run - a payment run is never a default.
       1000-initialize.
           open output pay-report
           perform 1100-read-control-card
           if ws-card-found
               move spaces to report-line
               if ws-final-run
                   string "VENDOR PAYMENT RUN - FINAL - " ws-run-date
                       delimited by size into report-line
               else
                   string "VENDOR PAYMENT PROPOSAL - " ws-run-date
                       " - NOTHING IS PAID" delimited by size
                       into report-line
               end-if
               write report-line
               open i-o ap-payables
               if payable-ok
                   set ws-payables-open to true
               else
                   display "appay: payables open failed, status "
                       ws-payable-status
                   move 16 to return-code
               end-if
               open input vendor-master
               if vendor-ok
                   set ws-vendor-master-open to true
               end-if
               if ws-payables-open
                   move low-values to ap-key
                   start ap-payables key >= ap-key
                       invalid key set ws-sweep-done to true
                   end-start
                   if not ws-sweep-done
                       perform 1200-read-payable
                   end-if
               end-if
           else
               move spaces to report-line
               string "NO CONTROL CARD - NOTHING SELECTED OR PAID"
                   delimited by size into report-line
               write report-line
               move 8 to return-code
           end-if.

       1100-read-control-card.
           open input pay-control
           if ws-control-status = "00"
               read pay-control
                   at end continue
                   not at end
                       if pc-run-date is numeric and pc-run-date > 0
                           evaluate pc-mode
                               when "PROPOSAL"
                                   set ws-card-found to true
                               when "FINAL   "
                                   if pc-approved-total is numeric
                                       set ws-card-found to true
                                       set ws-final-run to true
                                       move pc-approved-total
                                           to ws-approved-total
                                   end-if
                           end-evaluate
                           move pc-run-date to ws-run-date
                       end-if
               end-read
               close pay-control
           end-if.

       1200-read-payable.
           read ap-payables next record
               at end set ws-sweep-done to true
           end-read.

      *Due by the run date, or still inside its discount window.
      *A vendor no longer on the master has nowhere to send money
      *and waits, listed, until purchasing sorts it out.
       2000-select-one-payable.
           if ap-approved
               add 1 to ws-items-read
               if ap-vendor-id not = ws-terms-vendor
                   perform 2100-load-vendor-terms
               end-if
               if not ws-terms-vendor-found
                   add 1 to ws-items-skipped
                   move spaces to report-line
                   string "NOT PAID - vendor " ap-vendor-id
                       " invoice " ap-invoice-no
                       " not on vendor master" delimited by size
                       into report-line
                   write report-line
               else
                   perform 2200-consider-item
               end-if
           end-if
           perform 1200-read-payable.

       2100-load-vendor-terms.
           move ap-vendor-id to ws-terms-vendor
           move "N" to ws-terms-vendor-flag
           if ws-vendor-master-open
               move ap-vendor-id to vm-vendor-id
               read vendor-master
                   key is vm-vendor-id
               end-read
               if vendor-ok
                   set ws-terms-vendor-found to true
                   call "apterms" using vm-terms ws-terms-pct
                       ws-terms-disc-days ws-terms-net-days
                       ws-terms-status
               end-if
           end-if.

       2200-consider-item.
           move "N" to ws-discount-open-flag
           if ws-terms-pct > 0
               move "P" to ws-ds-function
               move ws-terms-disc-days to ws-ds-number
               call "dateserv" using ws-ds-function ap-invoice-date
                   ws-discount-date ws-ds-number ws-ds-status
               if ws-ds-status = "Y"
                       and ws-run-date <= ws-discount-date
                   set ws-discount-open to true
               end-if
           end-if
           if ap-due-date <= ws-run-date or ws-discount-open
               perform 2300-select-item
           end-if.

       2300-select-item.
           if ws-selected-count < 500
               add 1 to ws-selected-count
               set sel-idx to ws-selected-count
               move ap-vendor-id to st-vendor-id (sel-idx)
               move ap-invoice-no to st-invoice-no (sel-idx)
               move ap-due-date to st-due-date (sel-idx)
               move ap-amount to st-amount (sel-idx)
               move 0 to st-discount (sel-idx)
               move 0 to st-lost (sel-idx)
               if ws-terms-pct > 0
                   compute ws-discount-value rounded =
                       ap-amount * ws-terms-pct / 100
                   if ws-discount-open
                       move ws-discount-value to st-discount (sel-idx)
                   else
                       move ws-discount-value to st-lost (sel-idx)
                   end-if
               end-if
               compute st-net (sel-idx) =
                   ap-amount - st-discount (sel-idx)
               add ap-amount to rt-gross
               add st-discount (sel-idx) to rt-discount
               add st-lost (sel-idx) to rt-lost
               add st-net (sel-idx) to rt-net
           else
               add 1 to ws-items-skipped
               display "appay: selection table full, vendor "
                   ap-vendor-id " invoice " ap-invoice-no
                   " left for the next run"
           end-if.

      *The proposal prints on both passes - the final run's report
      *is the record of exactly what went out.
       2500-print-proposal.
           move spaces to report-line
           write report-line
           move spaces to report-line
           string "  INVOICE      DUE DATE          GROSS  DISCOUNT"
               "            NET" delimited by size into report-line
           write report-line
           move 1 to ws-selected-scan
           perform 2600-print-one-vendor
               until ws-selected-scan > ws-selected-count
           move spaces to report-line
           write report-line
           move rt-gross to ws-total-edit
           move spaces to report-line
           string "TOTAL GROSS                " ws-total-edit
               delimited by size into report-line
           write report-line
           move rt-discount to ws-total-edit
           move spaces to report-line
           string "DISCOUNTS TAKEN            " ws-total-edit
               delimited by size into report-line
           write report-line
           move rt-net to ws-total-edit
           move spaces to report-line
           string "TOTAL NET TO PAY           " ws-total-edit
               delimited by size into report-line
           write report-line
           move spaces to report-line
           string "ITEMS SELECTED " ws-selected-count
               " NOT PAID " ws-items-skipped
               delimited by size into report-line
           write report-line.

       2600-print-one-vendor.
           set sel-idx to ws-selected-scan
           move st-vendor-id (sel-idx) to ws-group-vendor
           perform 2900-read-group-vendor
           move spaces to report-line
           write report-line
           move spaces to report-line
           if ws-pay-by-ach
               string ws-group-vendor " " ws-vendor-name " BY ACH"
                   delimited by size into report-line
           else
               string ws-group-vendor " " ws-vendor-name " BY CHECK"
                   delimited by size into report-line
           end-if
           write report-line
           move 0 to ws-group-net
           perform 2700-print-one-item
               until ws-selected-scan > ws-selected-count
                   or st-vendor-id (sel-idx) not = ws-group-vendor
           move ws-group-net to ws-net-edit
           move spaces to report-line
           string "  VENDOR NET                                     "
               ws-net-edit delimited by size into report-line
           write report-line.

       2700-print-one-item.
           move st-amount (sel-idx) to ws-amount-edit
           move st-discount (sel-idx) to ws-discount-edit
           move st-net (sel-idx) to ws-net-edit
           add st-net (sel-idx) to ws-group-net
           move spaces to report-line
           string "  " st-invoice-no (sel-idx) " "
               st-due-date (sel-idx) " " ws-amount-edit " "
               ws-discount-edit " " ws-net-edit
               delimited by size into report-line
           write report-line
           add 1 to ws-selected-scan
           if ws-selected-scan <= ws-selected-count
               set sel-idx to ws-selected-scan
           end-if.

      *What paying late cost - items selected after their discount
      *window shut.
       2800-print-discounts-lost.
           move spaces to report-line
           write report-line
           move spaces to report-line
           string "DISCOUNTS LOST" delimited by size into report-line
           write report-line
           move 0 to ws-selected-scan
           perform 2810-list-one-lost
               until ws-selected-scan >= ws-selected-count
           move rt-lost to ws-total-edit
           move spaces to report-line
           string "DISCOUNTS LOST TOTAL       " ws-total-edit
               " ITEMS " ws-lost-count delimited by size
               into report-line
           write report-line.

       2810-list-one-lost.
           add 1 to ws-selected-scan
           set sel-idx to ws-selected-scan
           if st-lost (sel-idx) > 0
               add 1 to ws-lost-count
               move st-lost (sel-idx) to ws-discount-edit
               move spaces to report-line
               string "  " st-vendor-id (sel-idx) " "
                   st-invoice-no (sel-idx) " lost "
                   ws-discount-edit delimited by size
                   into report-line
               write report-line
           end-if.

      *Name, and ACH or check, for the vendor in WS-GROUP-VENDOR.
       2900-read-group-vendor.
           move spaces to ws-vendor-name
           move "N" to ws-pay-by-ach-flag
           move ws-group-vendor to vm-vendor-id
           read vendor-master
               key is vm-vendor-id
           end-read
           if vendor-ok
               move vm-name to ws-vendor-name
               if vm-bank-routing is numeric and vm-bank-routing > 0
                   set ws-pay-by-ach to true
               end-if
           end-if.

      *The approved proposal and this selection must agree to the
      *cent, or nothing is paid.
       3000-check-approval.
           if ws-approved-total not = rt-net
               set ws-run-refused to true
               move 8 to return-code
               move ws-approved-total to ws-amount-edit
               move rt-net to ws-net-edit
               move spaces to report-line
               write report-line
               move spaces to report-line
               string "FINAL REFUSED - APPROVED " ws-amount-edit
                   " SELECTION " ws-net-edit delimited by size
                   into report-line
               write report-line
               move spaces to report-line
               string "NOTHING PAID - RUN A NEW PROPOSAL"
                   delimited by size into report-line
               write report-line
           end-if.

       3100-pay-vendors.
           perform 3150-read-check-control
           open output ap-bank
           open output ap-checks
           open extend gl-trans
           if ws-gl-status = "35"
               open output gl-trans
           end-if
           move spaces to report-line
           write report-line
           move spaces to report-line
           string "PAYMENTS" delimited by size into report-line
           write report-line
           move 1 to ws-selected-scan
           perform 3200-pay-one-vendor
               until ws-selected-scan > ws-selected-count
           move spaces to bank-detail
           move "C" to bc-rec-type
           move ws-ach-count to bc-detail-count
           move rt-ach-total to bc-total
           write bank-detail
           close ap-bank
           close ap-checks
           close gl-trans
           perform 3900-save-check-control
           move spaces to report-line
           write report-line
           move rt-ach-total to ws-total-edit
           move spaces to report-line
           string "ACH PAYMENTS " ws-ach-count " TOTAL "
               ws-total-edit delimited by size into report-line
           write report-line
           move rt-check-total to ws-total-edit
           move spaces to report-line
           string "CHECKS       " ws-check-count " TOTAL "
               ws-total-edit delimited by size into report-line
           write report-line.

       3150-read-check-control.
           open input check-control
           if ws-checkctl-status = "00"
               read check-control
                   at end continue
                   not at end
                       if cc-next-number is numeric
                               and cc-next-number > 0
                           move cc-next-number to ws-next-check-no
                       end-if
               end-read
               close check-control
           end-if.

      *One payment per vendor for all its selected items.
       3200-pay-one-vendor.
           move ws-selected-scan to ws-group-start
           set sel-idx to ws-selected-scan
           move st-vendor-id (sel-idx) to ws-group-vendor
           move 0 to ws-group-gross
           move 0 to ws-group-discount
           move 0 to ws-group-net
           perform 3210-add-one-item
               until ws-selected-scan > ws-selected-count
                   or st-vendor-id (sel-idx) not = ws-group-vendor
           perform 2900-read-group-vendor
           add 1 to ws-vendors-paid
           if ws-pay-by-ach
               perform 3300-write-ach-detail
           else
               perform 3400-write-check
           end-if
           perform 3500-post-payment
           move ws-group-start to ws-selected-scan
           set sel-idx to ws-selected-scan
           perform 3600-close-one-item
               until ws-selected-scan > ws-selected-count
                   or st-vendor-id (sel-idx) not = ws-group-vendor.

       3210-add-one-item.
           add st-amount (sel-idx) to ws-group-gross
           add st-discount (sel-idx) to ws-group-discount
           add st-net (sel-idx) to ws-group-net
           add 1 to ws-selected-scan
           if ws-selected-scan <= ws-selected-count
               set sel-idx to ws-selected-scan
           end-if.

      *The ACH file carries the vendor's bank details; the payment
      *reference is the file's run date.
       3300-write-ach-detail.
           move spaces to ws-payment-ref
           string "ACH" ws-run-date (5:4) delimited by size
               into ws-payment-ref
           move "D" to bk-rec-type
           move ws-group-vendor to bk-vendor-id
           move ws-vendor-name to bk-vendor-name
           move vm-bank-routing to bk-routing
           move vm-bank-account to bk-account
           move ws-group-net to bk-amount
           write bank-detail
           add 1 to ws-ach-count
           add ws-group-net to rt-ach-total
           move ws-group-net to ws-net-edit
           move spaces to report-line
           string "ACH      " ws-group-vendor " " ws-vendor-name (1:20)
               " " ws-net-edit delimited by size into report-line
           write report-line.

       3400-write-check.
           move spaces to ws-payment-ref
           string "CK" ws-next-check-no delimited by size
               into ws-payment-ref
           move ws-next-check-no to ck-check-no
           move ws-run-date to ck-date
           move ws-group-vendor to ck-vendor-id
           move ws-vendor-name to ck-vendor-name
           move vm-remit-street to ck-remit-street
           move vm-remit-city to ck-remit-city
           move vm-remit-state to ck-remit-state
           move vm-remit-zip to ck-remit-zip
           move ws-group-net to ck-amount
           write check-print-record
           add 1 to ws-check-count
           add ws-group-net to rt-check-total
           move ws-group-net to ws-net-edit
           move spaces to report-line
           string "CHECK " ws-next-check-no " " ws-group-vendor " "
               ws-vendor-name (1:20) " " ws-net-edit
               delimited by size into report-line
           write report-line
           add 1 to ws-next-check-no.

      *Payables debited for the gross, cash credited for what went
      *out, and the discount taken is income.
       3500-post-payment.
           move ap-payable-account to gt-account
           compute gt-amount = 0 - ws-group-gross
           move ws-run-date to gt-date
           move "AP" to gt-source
           move ws-payment-ref to gt-reference
           move spaces to gt-desc
           string "PAY " ws-group-vendor delimited by size
               into gt-desc
           move space to gt-reverse-flag
           write gl-trans-record
           move ap-cash-account to gt-account
           move ws-group-net to gt-amount
           write gl-trans-record
           if ws-group-discount > 0
               move ap-discount-account to gt-account
               move ws-group-discount to gt-amount
               write gl-trans-record
           end-if.

       3600-close-one-item.
           move st-vendor-id (sel-idx) to ap-vendor-id
           move st-invoice-no (sel-idx) to ap-invoice-no
           read ap-payables
               key is ap-key
           end-read
           if payable-ok
               move "P" to ap-status
               move ws-run-date to ap-paid-date
               move ws-payment-ref to ap-payment-ref
               rewrite ap-payable-record
           else
               display "appay: paid item not found, vendor "
                   ap-vendor-id " invoice " ap-invoice-no
           end-if
           add 1 to ws-selected-scan
           if ws-selected-scan <= ws-selected-count
               set sel-idx to ws-selected-scan
           end-if.

      *Two runs must never print the same check number.
       3900-save-check-control.
           open output check-control
           move ws-next-check-no to cc-next-number
           write check-control-record
           close check-control.

       9000-wrapup.
           if ws-payables-open
               close ap-payables
           end-if
           if ws-vendor-master-open
               close vendor-master
           end-if
           close pay-report.
