      *reference) that GLPOST posts with the night's batch -
      *receivables and revenue finally reach the books from the
      *same records the statements print from.
      *
      *Modification history
      *December 1st 2025   - ladoblanco prod - lockbox cash. ARLOCK
      *  turns the bank's lockbox file into payments ahead of this
      *  run, and the checks it can't apply come through as
      *  unapplied cash (code U): each opens its own item on the
      *  unapplied-cash suspense file, cash debited against
      *  unapplied cash rather than receivables, with no customer
      *  required. The AR clerk applies it once the customer is
      *  known (code A, naming the suspense item): the customer's
      *  invoice comes down like a payment, the suspense item
      *  comes down with it, and unapplied cash goes to
      *  receivables.
      *December 8th 2025   - ladoblanco prod - finance charges.
      *  ARFINC's monthly run comes through as code F: the charge
      *  opens as its own item, typed as a finance charge so the
      *  statement prints it as one, and books to finance-charge
      *  income instead of sales revenue. Invoices are typed as
      *  invoices.
      *December 15th 2025  - ladoblanco prod - credit check. An
      *  invoice for a customer on credit hold, or one that would
      *  take the customer's open receivables past the credit limit
      *  on their receivables profile, is refused to the shared
      *  credit-review report instead of posted. Finance charges
      *  are charged on what is already owed and are not checked.
      *December 22nd 2025  - ladoblanco prod - bad-debt write-off.
      *  Code W closes an item as written off, not paid: the whole
      *  remaining balance goes to the allowance for doubtful
      *  accounts (or to bad-debt expense when the transaction says
      *  E), never to revenue, and onto the write-off register and
      *  its dated history. The keying operator must be active on
      *  the operator file, and a write-off over the approval
      *  threshold needs a second operator with the approve
      *  privilege. Code R posts a recovery - cash that comes in
      *  later on a written-off item, credited back to the account
      *  the loss went to, up to what is still written off.
      *  Payments and credit memos against a written-off item are
      *  refused.
      *January 5th 2026    - ladoblanco prod - sales tax. An invoice
      *  is taxed at the rate for the customer's state on
      *  CUSTOMER-MASTER, off the sales-tax rate table loaded from
      *  SALES-TAX-RATES.DAT every run, unless their receivables
      *  profile carries a tax-exemption certificate. The tax goes
      *  on the open item with the sale, is credited to sales tax
      *  payable apart from revenue, and each invoice goes on the
      *  sales-tax history the monthly return is built from. A
      *  state not on the table charges no tax. The credit check
      *  counts the tax.
      *April 6th 2026      - ladoblanco prod - an ORDSHIP invoice
      *  (description ORDER and the order number) is never refused
      *  on credit - the goods have shipped, so it posts and goes
      *  on the credit-review report marked SHIPPED.
      *April 13th 2026     - ladoblanco prod - an invoice counts as
      *  ORDSHIP's only when the order named in its description
      *  has a line for the customer on SALES-ORDERS.DAT marked
      *  shipped on that invoice number - the description alone is
      *  keyed text and no longer bypasses the credit check.
       identification division.
       program-id. arpost.
       author. ladoblanco prod.
               record key is ident
               alternate record key is custname with duplicates
               file status is ws-master-status.
           select ar-suspense assign to "ar-suspense.dat"
               organization is indexed
               access mode is dynamic
               record key is as-suspense-no
               file status is ws-suspense-status.
           select ar-customers assign to "ar-customers.dat"
               organization is indexed
               access mode is dynamic
               record key is arc-ident
               file status is ws-profile-status.
           select sales-orders assign to "sales-orders.dat"
               organization is indexed
               access mode is dynamic
               record key is ol-key
               file status is ws-order-status.
           select ar-writeoffs assign to "ar-writeoffs.dat"
               organization is indexed
               access mode is dynamic
               record key is aw-key
               file status is ws-writeoff-status.
           select writeoff-history assign to "ar-writeoff-history.dat"
               organization is line sequential
               file status is ws-history-status.
           select operator-security assign to "operators.dat"
               organization is line sequential
               file status is ws-operator-status.
           select tax-rates assign to "sales-tax-rates.dat"
               organization is line sequential
               file status is ws-rate-status.
           select tax-history assign to "sales-tax-history.dat"
               organization is line sequential
               file status is ws-tax-history-status.
           select ar-trans assign to "ar-trans.dat"
               organization is line sequential
               file status is ws-trans-status.
           select ar-gl assign to "arpost-gl.dat"
               organization is line sequential
               file status is ws-gl-status.
           select credit-review assign to "credit-review.rpt"
               organization is line sequential
               file status is ws-review-status.
           select ar-report assign to "arpost.rpt"
               organization is line sequential
               file status is ws-report-status.
       copy arrec.
       fd customer-master.
       copy customer.
       fd ar-suspense.
       copy arsusp.
       fd ar-customers.
       copy arcust.
       fd sales-orders.
       copy ordline.
       fd ar-writeoffs.
       copy arwoff.
       fd writeoff-history.
       copy arwolog.
       fd operator-security.
       copy opersec.
       fd tax-rates.
       01 tax-rate-record.
           02 tr-state pic xx.
           02 tr-rate pic v9(5).
       fd tax-history.
       copy artaxh.
       fd ar-trans.
       01 ar-trans-record.
           02 at-code pic x.
               88 at-invoice value "I".
               88 at-payment value "P".
               88 at-credit value "C".
               88 at-unapplied value "U".
               88 at-apply-suspense value "A".
               88 at-finance-charge value "F".
               88 at-write-off value "W".
               88 at-recovery value "R".
           02 at-ident pic 9(7).
           02 at-invoice-no pic 9(6).
           02 at-amount pic 9(7)v99.
           02 at-desc pic x(20).
      *Codes U and A only - the unapplied-cash suspense item. On a
      *U, AT-IDENT and AT-INVOICE-NO are what the remittance said.
           02 at-suspense-no pic 9(6).
      *Codes W and R - the operator keying it, and on a write-off
      *over the approval threshold the second operator approving
      *it. A write-off goes to the allowance unless AT-WRITEOFF-TO
      *says E, bad-debt expense.
           02 at-operator pic x(8).
           02 at-approver pic x(8).
           02 at-writeoff-to pic x.
               88 at-to-expense value "E".
      *The balanced pairs for the ledger, in GLPOST's feed layout.
       fd ar-gl.
       01 ar-gl-record.
           02 ag-source pic xx.
           02 ag-reference pic x(8).
           02 ag-desc pic x(20).
      *Shared with ORDENTR - everything refused on credit, for the
      *credit department to work.
       fd credit-review.
       01 review-line pic x(80).
       fd ar-report.
       01 report-line pic x(80).
       working-storage section.
           88 ar-not-found value "23".
       01 ws-master-status pic xx value spaces.
           88 master-ok value "00".
       01 ws-suspense-status pic xx value spaces.
           88 suspense-ok value "00".
       01 ws-trans-status pic xx value spaces.
           88 trans-ok value "00".
           88 trans-eof value "10".
       01 ws-gl-status pic xx value spaces.
       01 ws-profile-status pic xx value spaces.
           88 profile-ok value "00".
       01 ws-review-status pic xx value spaces.
       01 ws-writeoff-status pic xx value spaces.
           88 writeoff-ok value "00".
       01 ws-history-status pic xx value spaces.
       01 ws-operator-status pic xx value spaces.
           88 operator-file-ok value "00".
           88 operator-file-eof value "10".
       01 ws-rate-status pic xx value spaces.
           88 rate-ok value "00".
           88 rate-eof value "10".
       01 ws-tax-history-status pic xx value spaces.
       01 ws-profile-file-flag pic x value "N".
           88 ws-profile-file-open value "Y".
       01 ws-order-status pic xx value spaces.
           88 order-ok value "00".
       01 ws-order-file-flag pic x value "N".
           88 ws-order-file-open value "Y".
       01 ws-order-no pic 9(6) value 0.
       01 ws-order-lines-flag pic x value "N".
           88 ws-order-lines-done value "Y".
       01 ws-report-status pic xx value spaces.
       01 ws-today pic 9(8) value zeroes.
       01 ws-counts.
           02 ws-payments pic 9(5) value 0.
           02 ws-credits pic 9(5) value 0.
           02 ws-rejects pic 9(5) value 0.
           02 ws-unapplied pic 9(5) value 0.
           02 ws-suspense-applied pic 9(5) value 0.
           02 ws-finance-charges pic 9(5) value 0.
           02 ws-credit-refusals pic 9(5) value 0.
           02 ws-write-offs pic 9(5) value 0.
           02 ws-recoveries pic 9(5) value 0.
      *The receivables ledger accounts - the asset that carries
      *what customers owe, the income it was earned as, and cash
      *for the payments.
       01 gl-cash constant as 1000.
       01 gl-receivables constant as 1200.
       01 gl-revenue constant as 4000.
       01 gl-unapplied-cash constant as 2050.
       01 gl-finance-charge-income constant as 4300.
       01 gl-allowance-doubtful constant as 1250.
       01 gl-bad-debt-expense constant as 5500.
       01 gl-sales-tax-payable constant as 2600.
      *A write-off of more than this needs a second operator.
       01 ar-writeoff-approval constant as 1000.
       01 ws-writeoff-account pic 9(4) value 0.
       01 ws-recoverable pic 9(7)v99 value 0.
       01 ws-refusal pic x(40) value spaces.
      *Who may write off and approve, off the operator file - old-
      *format records read active, as everywhere else.
       01 operator-table.
           02 operator-entry occurs 50 times
                   indexed by oper-idx.
               03 opt-id pic x(8).
               03 opt-status pic x.
               03 opt-allow-approve pic x.
       01 ws-operator-count pic 99 value 0.
       01 ws-oper-scan pic 99 value 0.
       01 ws-check-operator pic x(8) value spaces.
       01 ws-oper-found-flag pic x value "N".
           88 ws-oper-found value "Y".
       01 ws-oper-active-flag pic x value "N".
           88 ws-oper-active value "Y".
       01 ws-oper-approve-flag pic x value "N".
           88 ws-oper-can-approve value "Y".
       01 ws-keyer-active-flag pic x value "N".
           88 ws-keyer-active value "Y".
       01 ws-approval-flag pic x value "N".
           88 ws-approval-ok value "Y".
      *Sales-tax rates by state, loaded fresh from the external file
      *every run the way CUSTMNT loads the state codes, so a rate
      *change or a new state is a file edit and not a recompile.
       01 tax-rate-table.
           02 tax-rate-entry occurs 60 times
                   indexed by rate-idx.
               03 trt-state pic xx.
               03 trt-rate pic v9(5).
       01 ws-rate-count pic 99 value 0.
       01 ws-rate-scan pic 99 value 0.
       01 ws-rate-found-flag pic x value "N".
           88 ws-rate-found value "Y".
       01 ws-tax-rate pic v9(5) value 0.
       01 ws-sales-tax pic 9(7)v99 value 0.
       01 ws-tax-total pic 9(9)v99 value 0.
       01 ws-taxable-flag pic x value "N".
           88 ws-taxable-sale value "Y".
       01 ws-tax-edit pic zzz,zz9.99.
       01 ws-total-edit pic zzz,zzz,zz9.99.
       01 ws-income-account pic 9(4) value 0.
       01 ws-item-label pic x(10) value spaces.
       01 ws-amount-edit pic z,zzz,zz9.99.
      *The credit check - what the customer owes on open items with
      *this invoice added, against the limit on the profile.
       01 ws-credit-passed-flag pic x value "Y".
           88 ws-credit-passed value "Y".
       01 ws-credit-reason pic x(10) value spaces.
       01 ws-shipped-invoice-flag pic x value "N".
           88 ws-shipped-invoice value "Y".
       01 ws-exposure pic s9(9)v99 value 0.
       01 ws-exposure-edit pic -zzz,zzz,zz9.99.
       01 ws-limit-edit pic z,zzz,zz9.99.
       01 ws-items-done-flag pic x value "N".
           88 ws-items-done value "Y".
       procedure division.
       0000-main.
           perform 1000-initialize
               move "10" to ws-trans-status
               move 16 to return-code
           end-if
           open i-o ar-suspense
           if ws-suspense-status = "35"
               open output ar-suspense
               close ar-suspense
               open i-o ar-suspense
           end-if
           if not suspense-ok
               display "arpost: suspense file open failed, status "
                   ws-suspense-status
               move "10" to ws-trans-status
               move 16 to return-code
           end-if
           open i-o ar-writeoffs
           if ws-writeoff-status = "35"
               open output ar-writeoffs
               close ar-writeoffs
               open i-o ar-writeoffs
           end-if
           if not writeoff-ok
               display "arpost: write-off register open failed, "
                   "status " ws-writeoff-status
               move "10" to ws-trans-status
               move 16 to return-code
           end-if
           open extend writeoff-history
           if ws-history-status = "35"
               open output writeoff-history
           end-if
           perform 1500-load-operators
           perform 1600-load-tax-rates
           open extend tax-history
           if ws-tax-history-status = "35"
               open output tax-history
           end-if
      *No profile file yet means no limits and no holds.
           open input ar-customers
           if profile-ok
               set ws-profile-file-open to true
           end-if
      *No order file means no shipment invoices to recognize.
           open input sales-orders
           if order-ok
               set ws-order-file-open to true
           end-if
           open extend credit-review
           if ws-review-status = "35"
               open output credit-review
           end-if
           open output ar-gl
           open input ar-trans
           if not trans-ok
               at end set trans-eof to true
           end-read.

       1500-load-operators.
           open input operator-security
           if operator-file-ok
               perform 1510-read-operator
               perform 1520-store-operator
                   until operator-file-eof
               close operator-security
           end-if.

       1510-read-operator.
           read operator-security
               at end set operator-file-eof to true
           end-read.

       1520-store-operator.
           if ws-operator-count < 50
               add 1 to ws-operator-count
               set oper-idx to ws-operator-count
               move op-id to opt-id (oper-idx)
               if op-status = "R" or op-status = "L"
                   move op-status to opt-status (oper-idx)
               else
                   move "A" to opt-status (oper-idx)
               end-if
               if op-allow-approve = "Y"
                   move "Y" to opt-allow-approve (oper-idx)
               else
                   move "N" to opt-allow-approve (oper-idx)
               end-if
           else
               display "arpost: operator file exceeds 50 entries, "
                   op-id " ignored"
           end-if
           perform 1510-read-operator.

      *No rate file means no state is charged tax.
       1600-load-tax-rates.
           open input tax-rates
           if rate-ok
               perform 1610-read-tax-rate
               perform 1620-store-tax-rate
                   until rate-eof
               close tax-rates
           end-if.

       1610-read-tax-rate.
           read tax-rates
               at end set rate-eof to true
           end-read.

       1620-store-tax-rate.
           if ws-rate-count < 60
               add 1 to ws-rate-count
               set rate-idx to ws-rate-count
               move tr-state to trt-state (rate-idx)
               move tr-rate to trt-rate (rate-idx)
           else
               display "arpost: tax rate file exceeds 60 entries, "
                   tr-state " ignored"
           end-if
           perform 1610-read-tax-rate.

      *Every transaction names a real customer or goes nowhere -
      *the spreadsheet's hand-keyed idents are the disease this
      *file cures.
           read customer-master
               key is ident
           end-read
      *Unapplied cash is the one exception - see 2400.
           if not master-ok and not at-unapplied
               add 1 to ws-rejects
               move spaces to report-line
               string "REJECTED - ident " at-ident
           else
               evaluate true
                   when at-invoice
                       perform 2030-read-profile
                       perform 2040-compute-sales-tax
                       perform 2050-check-credit
                       if ws-credit-passed
                           perform 2100-post-invoice
                       end-if
                   when at-finance-charge
                       perform 2100-post-invoice
                   when at-payment
                       perform 2200-post-payment
                   when at-credit
                       perform 2300-post-credit
                   when at-apply-suspense
                       perform 2500-apply-suspense
                   when at-unapplied
                       perform 2400-post-unapplied
                   when at-write-off
                       perform 2600-write-off
                   when at-recovery
                       perform 2700-post-recovery
                   when other
                       add 1 to ws-rejects
                       move spaces to report-line
           end-if
           perform 1100-read-trans.

      *A customer with no profile is under the standard terms - no
      *limit, no hold, no tax exemption.
       2030-read-profile.
           move at-ident to arc-ident
           move 0 to arc-credit-limit
           set arc-credit-ok to true
           move spaces to arc-tax-cert
           if ws-profile-file-open
               read ar-customers
                   key is arc-ident
                   invalid key
                       move 0 to arc-credit-limit
                       set arc-credit-ok to true
                       move spaces to arc-tax-cert
               end-read
           end-if.

      *The tax on the sale at the rate for the customer's state -
      *none with an exemption certificate on file, none in a state
      *not on the rate table.
       2040-compute-sales-tax.
           move 0 to ws-sales-tax
           move 0 to ws-tax-rate
           move "N" to ws-taxable-flag
           move "N" to ws-rate-found-flag
           move 0 to ws-rate-scan
           perform 2045-scan-one-rate
               until ws-rate-scan >= ws-rate-count
                   or ws-rate-found
           if ws-rate-found and arc-tax-cert = spaces
               set ws-taxable-sale to true
               compute ws-sales-tax rounded = at-amount * ws-tax-rate
                   on size error move 0 to ws-sales-tax
               end-compute
           end-if.

       2045-scan-one-rate.
           add 1 to ws-rate-scan
           set rate-idx to ws-rate-scan
           if trt-state (rate-idx) = state
               set ws-rate-found to true
               move trt-rate (rate-idx) to ws-tax-rate
           end-if.

      *ORDSHIP's invoices bill goods that have already left the
      *building - refusing one would leave the shipment unbilled,
      *so it posts and is only listed for credit review. The
      *description only says which order to look at; the invoice
      *counts as a shipment only when a line of that order, for
      *this customer, is marked shipped on this invoice number.
       2050-check-credit.
           set ws-credit-passed to true
           move "N" to ws-shipped-invoice-flag
           if ws-order-file-open
                   and at-desc (1:6) = "ORDER "
                   and at-desc (7:6) is numeric
               perform 2055-find-shipped-order
           end-if
           move 0 to ws-exposure
           evaluate true
               when arc-on-hold
                   move "ON HOLD   " to ws-credit-reason
                   perform 2070-refuse-on-credit
               when arc-credit-limit > 0
                   perform 2060-total-open-items
                   add at-amount ws-sales-tax to ws-exposure
                   if ws-exposure > arc-credit-limit
                       move "OVER LIMIT" to ws-credit-reason
                       perform 2070-refuse-on-credit
                   end-if
           end-evaluate.

       2055-find-shipped-order.
           move at-desc (7:6) to ws-order-no
           move ws-order-no to ol-order-no
           move 0 to ol-line-no
           move "N" to ws-order-lines-flag
           start sales-orders key >= ol-key
               invalid key set ws-order-lines-done to true
           end-start
           perform 2056-check-one-order-line
               until ws-order-lines-done or ws-shipped-invoice.

       2056-check-one-order-line.
           read sales-orders next record
               at end set ws-order-lines-done to true
           end-read
           if not ws-order-lines-done
               if ol-order-no not = ws-order-no
                   set ws-order-lines-done to true
               else
                   if ol-ident = at-ident
                           and ol-shipped-qty > 0
                           and ol-last-invoice = at-invoice-no
                       set ws-shipped-invoice to true
                   end-if
               end-if
           end-if.

      *Everything the customer has open - an overpayment's negative
      *balance counts in their favour.
       2060-total-open-items.
           move "N" to ws-items-done-flag
           move at-ident to ar-ident
           move 0 to ar-invoice
           start ar-open-items key >= ar-key
               invalid key set ws-items-done to true
           end-start
           perform 2065-add-one-open-item
               until ws-items-done.

       2065-add-one-open-item.
           read ar-open-items next record
               at end set ws-items-done to true
           end-read
           if not ws-items-done
               if ar-ident not = at-ident
                   set ws-items-done to true
               else
                   if ar-status = "O"
                       add ar-balance to ws-exposure
                   end-if
               end-if
           end-if.

       2070-refuse-on-credit.
           move at-amount to ws-amount-edit
           move spaces to report-line
           move spaces to review-line
           if ws-shipped-invoice
               string "CREDIT    ident " at-ident " inv " at-invoice-no
                   " " ws-amount-edit " shipped " ws-credit-reason
                   delimited by size into report-line
               string ws-today " ARPOST  ident " at-ident " invoice "
                   at-invoice-no " " ws-amount-edit " "
                   ws-credit-reason " SHIPPED"
                   delimited by size into review-line
           else
               move "N" to ws-credit-passed-flag
               add 1 to ws-credit-refusals
               string "CREDIT    ident " at-ident " inv " at-invoice-no
                   " " ws-amount-edit " refused " ws-credit-reason
                   delimited by size into report-line
               string ws-today " ARPOST  ident " at-ident " invoice "
                   at-invoice-no " " ws-amount-edit " "
                   ws-credit-reason delimited by size into review-line
           end-if
           write report-line
           write review-line
           if ws-exposure > 0
               move ws-exposure to ws-exposure-edit
               move arc-credit-limit to ws-limit-edit
               move spaces to review-line
               string "         would owe " ws-exposure-edit
                   " limit " ws-limit-edit delimited by size
                   into review-line
               write review-line
           end-if.

      *A new invoice opens the item and books the sale - the
      *receivable debited with the sale and its tax, revenue
      *credited with the sale and sales tax payable with the tax. A
      *finance charge opens the same way, untaxed, credited to
      *finance-charge income.
       2100-post-invoice.
           if at-finance-charge
               move 0 to ws-sales-tax
               move "N" to ws-taxable-flag
               set ar-finance-charge to true
               move gl-finance-charge-income to ws-income-account
               move "FIN CHG   " to ws-item-label
           else
               set ar-item-invoice to true
               move gl-revenue to ws-income-account
               move "INVOICE   " to ws-item-label
           end-if
           move at-ident to ar-ident
           move at-invoice-no to ar-invoice
           move ws-today to ar-invoice-date
           compute ar-original = at-amount + ws-sales-tax
               on size error move at-amount to ar-original
           end-compute
           move ar-original to ar-balance
           move ws-sales-tax to ar-tax
           move ws-today to ar-last-activity
           move "O" to ar-status
           write ar-open-item
           if ar-ok
               if at-finance-charge
                   add 1 to ws-finance-charges
               else
                   add 1 to ws-invoices
                   perform 2150-write-tax-history
               end-if
               move at-amount to ws-amount-edit
               move spaces to report-line
               string ws-item-label "ident " at-ident " "
                   custname (1:15) " inv " at-invoice-no
                   " " ws-amount-edit delimited by size
                   into report-line
               if ws-sales-tax > 0
                   move ws-sales-tax to ws-tax-edit
                   string " tax " ws-tax-edit delimited by size
                       into report-line (64:17)
               end-if
               write report-line
               move gl-receivables to ag-account
               compute ag-amount = 0 - ar-original
                   on size error move 0 to ag-amount
               end-compute
               perform 2900-write-gl-pair-line
               move ws-income-account to ag-account
               move at-amount to ag-amount
               perform 2900-write-gl-pair-line
               if ws-sales-tax > 0
                   move gl-sales-tax-payable to ag-account
                   move ws-sales-tax to ag-amount
                   perform 2900-write-gl-pair-line
                   add ws-sales-tax to ws-tax-total
               end-if
           else
               add 1 to ws-rejects
               move spaces to report-line
               write report-line
           end-if.

      *The sale as the return will see it - taxed, or exempt with
      *the certificate (if any) it was exempted under.
       2150-write-tax-history.
           move ws-today to tx-date
           move at-ident to tx-ident
           move at-invoice-no to tx-invoice
           move state to tx-state
           move spaces to tx-cert
           if not ws-taxable-sale
               move arc-tax-cert to tx-cert
           end-if
           if ws-taxable-sale
               move at-amount to tx-taxable
               move 0 to tx-exempt
           else
               move 0 to tx-taxable
               move at-amount to tx-exempt
           end-if
           move ws-sales-tax to tx-tax
           write ar-sales-tax-history.

      *A payment brings cash in and the receivable down - an
      *overpayment leaves the balance negative on purpose, a real
      *state the statement shows as a credit owed the customer.
           read ar-open-items
               key is ar-key
           end-read
           evaluate true
               when not ar-ok
                   perform 2800-reject-no-item
               when ar-written-off
                   perform 2810-reject-written-off
               when other
                   subtract at-amount from ar-balance
                   move ws-today to ar-last-activity
      *Paid means paid exactly - an overpayment leaves the item
      *open with a negative balance so the statement keeps showing
      *the credit owed the customer instead of burying it.
                   if ar-balance = 0
                       move "P" to ar-status
                   end-if
                   rewrite ar-open-item
                   add 1 to ws-payments
                   move at-amount to ws-amount-edit
                   move spaces to report-line
                   string "PAYMENT   ident " at-ident
                       " inv " at-invoice-no " " ws-amount-edit
                       delimited by size into report-line
                   write report-line
                   move gl-cash to ag-account
                   compute ag-amount = 0 - at-amount
                       on size error move 0 to ag-amount
                   end-compute
                   perform 2900-write-gl-pair-line
                   move gl-receivables to ag-account
                   move at-amount to ag-amount
                   perform 2900-write-gl-pair-line
           end-evaluate.

      *A credit memo unwinds part of the sale - revenue debited
      *back, the receivable credited down.
           read ar-open-items
               key is ar-key
           end-read
           evaluate true
               when not ar-ok
                   perform 2800-reject-no-item
               when ar-written-off
                   perform 2810-reject-written-off
               when other
                   subtract at-amount from ar-balance
                   move ws-today to ar-last-activity
                   if ar-balance = 0
                       move "P" to ar-status
                   end-if
                   rewrite ar-open-item
                   add 1 to ws-credits
                   move at-amount to ws-amount-edit
                   move spaces to report-line
                   string "CREDIT    ident " at-ident
                       " inv " at-invoice-no " " ws-amount-edit
                       delimited by size into report-line
                   write report-line
                   move gl-revenue to ag-account
                   compute ag-amount = 0 - at-amount
                       on size error move 0 to ag-amount
                   end-compute
                   perform 2900-write-gl-pair-line
                   move gl-receivables to ag-account
                   move at-amount to ag-amount
                   perform 2900-write-gl-pair-line
           end-evaluate.

      *Cash nobody can place yet - it goes to the bank and to
      *unapplied cash, and waits on its own suspense item for the
      *clerk. The ident needn't be on the master; not knowing who
      *sent it is the usual reason it is here.
       2400-post-unapplied.
           move at-suspense-no to as-suspense-no
           move ws-today to as-received-date
           move at-ident to as-ident
           move at-invoice-no to as-invoice-ref
           move at-desc to as-check-desc
           move at-amount to as-amount
           move at-amount to as-unapplied
           move ws-today to as-last-activity
           set as-open to true
           write ar-suspense-item
           if suspense-ok
               add 1 to ws-unapplied
               move at-amount to ws-amount-edit
               move spaces to report-line
               string "UNAPPLIED ident " at-ident
                   " susp " at-suspense-no " " ws-amount-edit
                   " " at-desc delimited by size into report-line
               write report-line
               move gl-cash to ag-account
               compute ag-amount = 0 - at-amount
                   on size error move 0 to ag-amount
               end-compute
               perform 2910-write-suspense-gl-line
               move gl-unapplied-cash to ag-account
               move at-amount to ag-amount
               perform 2910-write-suspense-gl-line
           else
               add 1 to ws-rejects
               move spaces to report-line
               string "REJECTED - suspense item " at-suspense-no
                   " already on file" delimited by size
                   into report-line
               write report-line
           end-if.

      *The clerk has found whose cash it was - the customer's item
      *comes down as a payment would, out of the suspense item
      *rather than the bank. More than is left unapplied rejects.
       2500-apply-suspense.
           move at-suspense-no to as-suspense-no
           read ar-suspense
               key is as-suspense-no
           end-read
           move at-ident to ar-ident
           move at-invoice-no to ar-invoice
           read ar-open-items
               key is ar-key
           end-read
           evaluate true
               when not suspense-ok
                   add 1 to ws-rejects
                   move spaces to report-line
                   string "REJECTED - suspense item " at-suspense-no
                       " not on file" delimited by size
                       into report-line
                   write report-line
               when not as-open or at-amount > as-unapplied
                   add 1 to ws-rejects
                   move spaces to report-line
                   string "REJECTED - suspense item " at-suspense-no
                       " has only " as-unapplied " unapplied"
                       delimited by size into report-line
                   write report-line
               when not ar-ok
                   perform 2800-reject-no-item
               when ar-written-off
                   perform 2810-reject-written-off
               when other
                   subtract at-amount from ar-balance
                   move ws-today to ar-last-activity
                   if ar-balance = 0
                       move "P" to ar-status
                   end-if
                   rewrite ar-open-item
                   subtract at-amount from as-unapplied
                   move ws-today to as-last-activity
                   if as-unapplied = 0
                       set as-applied to true
                   end-if
                   rewrite ar-suspense-item
                   add 1 to ws-suspense-applied
                   move at-amount to ws-amount-edit
                   move spaces to report-line
                   string "APPLIED   ident " at-ident
                       " inv " at-invoice-no " " ws-amount-edit
                       " from susp " at-suspense-no
                       delimited by size into report-line
                   write report-line
                   move gl-unapplied-cash to ag-account
                   compute ag-amount = 0 - at-amount
                       on size error move 0 to ag-amount
                   end-compute
                   perform 2900-write-gl-pair-line
                   move gl-receivables to ag-account
                   move at-amount to ag-amount
                   perform 2900-write-gl-pair-line
           end-evaluate.

      *A write-off takes the whole balance left on the item - the
      *amount keyed has to match it, so a mistyped invoice number
      *can't write off the wrong item. The loss is debited to the
      *allowance (or bad-debt expense) and the receivable credited.
       2600-write-off.
           move at-ident to ar-ident
           move at-invoice-no to ar-invoice
           read ar-open-items
               key is ar-key
           end-read
           move at-operator to ws-check-operator
           perform 2650-find-operator
           move ws-oper-active-flag to ws-keyer-active-flag
           perform 2660-check-approval
           evaluate true
               when not ar-ok
                   perform 2800-reject-no-item
               when ar-status not = "O" or ar-balance <= 0
                   move "item has no open balance to write off"
                       to ws-refusal
                   perform 2820-reject-write-off
               when at-amount not = ar-balance
                   move "amount is not the item's balance"
                       to ws-refusal
                   perform 2820-reject-write-off
               when not ws-keyer-active
                   move "operator is not an active operator"
                       to ws-refusal
                   perform 2820-reject-write-off
               when not ws-approval-ok
                   move "needs a second operator's approval"
                       to ws-refusal
                   perform 2820-reject-write-off
               when other
                   perform 2610-close-written-off
           end-evaluate.

       2610-close-written-off.
           if at-to-expense
               move gl-bad-debt-expense to ws-writeoff-account
           else
               move gl-allowance-doubtful to ws-writeoff-account
           end-if
           move 0 to ar-balance
           move ws-today to ar-last-activity
           set ar-written-off to true
           rewrite ar-open-item
           move at-ident to aw-ident
           move at-invoice-no to aw-invoice
           move ws-today to aw-date
           move at-amount to aw-amount
           move ws-writeoff-account to aw-account
           move at-operator to aw-operator
           if at-amount > ar-writeoff-approval
               move at-approver to aw-approver
           else
               move spaces to aw-approver
           end-if
           move 0 to aw-recovered
           move 0 to aw-last-recovery
           write ar-writeoff-record
           if not writeoff-ok
               display "arpost: write-off register write failed, "
                   "status " ws-writeoff-status " ident " at-ident
                   " invoice " at-invoice-no
           end-if
           move "W" to wh-type
           move aw-approver to wh-approver
           perform 2690-write-history
           add 1 to ws-write-offs
           move at-amount to ws-amount-edit
           move spaces to report-line
           string "WRITE-OFF ident " at-ident " inv " at-invoice-no
               " " ws-amount-edit " to " ws-writeoff-account
               " by " at-operator " " aw-approver
               delimited by size into report-line
           write report-line
           move ws-writeoff-account to ag-account
           compute ag-amount = 0 - at-amount
               on size error move 0 to ag-amount
           end-compute
           perform 2900-write-gl-pair-line
           move gl-receivables to ag-account
           move at-amount to ag-amount
           perform 2900-write-gl-pair-line.

       2650-find-operator.
           move "N" to ws-oper-found-flag
           move "N" to ws-oper-active-flag
           move "N" to ws-oper-approve-flag
           move 0 to ws-oper-scan
           perform 2655-scan-one-operator
               until ws-oper-scan >= ws-operator-count
                   or ws-oper-found.

       2655-scan-one-operator.
           add 1 to ws-oper-scan
           set oper-idx to ws-oper-scan
           if opt-id (oper-idx) = ws-check-operator
               set ws-oper-found to true
               if opt-status (oper-idx) = "A"
                   set ws-oper-active to true
                   move opt-allow-approve (oper-idx)
                       to ws-oper-approve-flag
               end-if
           end-if.

      *Over the threshold, someone other than the keying operator,
      *active and holding the approve privilege, has to have signed
      *it.
       2660-check-approval.
           set ws-approval-ok to true
           if at-amount > ar-writeoff-approval
               move "N" to ws-approval-flag
               if at-approver not = spaces
                       and at-approver not = at-operator
                   move at-approver to ws-check-operator
                   perform 2650-find-operator
                   if ws-oper-active and ws-oper-can-approve
                       set ws-approval-ok to true
                   end-if
               end-if
           end-if.

       2690-write-history.
           move ws-today to wh-date
           move at-ident to wh-ident
           move at-invoice-no to wh-invoice
           move at-amount to wh-amount
           move aw-account to wh-account
           move at-operator to wh-operator
           write ar-writeoff-history.

      *Money in on an item already written off - cash debited, and
      *the account the loss went to credited back, never more than
      *is still written off. The item stays written off; the
      *register carries what has come back.
       2700-post-recovery.
           move at-ident to ar-ident
           move at-invoice-no to ar-invoice
           read ar-open-items
               key is ar-key
           end-read
           move at-ident to aw-ident
           move at-invoice-no to aw-invoice
           read ar-writeoffs
               key is aw-key
           end-read
           move 0 to ws-recoverable
           if writeoff-ok
               compute ws-recoverable = aw-amount - aw-recovered
           end-if
           move at-operator to ws-check-operator
           perform 2650-find-operator
           evaluate true
               when not ar-ok
                   perform 2800-reject-no-item
               when not ar-written-off or not writeoff-ok
                   move "item was never written off"
                       to ws-refusal
                   perform 2820-reject-write-off
               when at-amount = 0 or at-amount > ws-recoverable
                   move "more than is still written off"
                       to ws-refusal
                   perform 2820-reject-write-off
               when not ws-oper-active
                   move "operator is not an active operator"
                       to ws-refusal
                   perform 2820-reject-write-off
               when other
                   add at-amount to aw-recovered
                   move ws-today to aw-last-recovery
                   rewrite ar-writeoff-record
                   move ws-today to ar-last-activity
                   rewrite ar-open-item
                   move "R" to wh-type
                   move spaces to wh-approver
                   perform 2690-write-history
                   add 1 to ws-recoveries
                   move at-amount to ws-amount-edit
                   move spaces to report-line
                   string "RECOVERY  ident " at-ident
                       " inv " at-invoice-no " " ws-amount-edit
                       " to " aw-account " by " at-operator
                       delimited by size into report-line
                   write report-line
                   move gl-cash to ag-account
                   compute ag-amount = 0 - at-amount
                       on size error move 0 to ag-amount
                   end-compute
                   perform 2900-write-gl-pair-line
                   move aw-account to ag-account
                   move at-amount to ag-amount
                   perform 2900-write-gl-pair-line
           end-evaluate.

       2800-reject-no-item.
           add 1 to ws-rejects
           move spaces to report-line
               delimited by size into report-line
           write report-line.

       2810-reject-written-off.
           add 1 to ws-rejects
           move spaces to report-line
           string "REJECTED - ident " at-ident
               " invoice " at-invoice-no
               " is written off - post a recovery"
               delimited by size into report-line
           write report-line.

       2820-reject-write-off.
           add 1 to ws-rejects
           move spaces to report-line
           string "REJECTED - ident " at-ident
               " invoice " at-invoice-no " " ws-refusal
               delimited by size into report-line
           write report-line.

       2900-write-gl-pair-line.
           move ws-today to ag-date
           move "AR" to ag-source
           move at-desc to ag-desc
           write ar-gl-record.

      *Unapplied cash has no invoice - the suspense number is the
      *reference.
       2910-write-suspense-gl-line.
           move ws-today to ag-date
           move "AR" to ag-source
           move spaces to ag-reference
           move at-suspense-no to ag-reference (1:6)
           move at-desc to ag-desc
           write ar-gl-record.

       3000-wrapup.
           move spaces to report-line
           string "Invoices " ws-invoices
               " Rejects " ws-rejects delimited by size
               into report-line
           write report-line
           move spaces to report-line
           string "Unapplied " ws-unapplied
               " Applied from suspense " ws-suspense-applied
               " Finance charges " ws-finance-charges
               delimited by size into report-line
           write report-line
           move spaces to report-line
           string "Refused on credit " ws-credit-refusals
               " Write-offs " ws-write-offs
               " Recoveries " ws-recoveries
               delimited by size into report-line
           write report-line
           move ws-tax-total to ws-total-edit
           move spaces to report-line
           string "Sales tax charged " ws-total-edit
               delimited by size into report-line
           write report-line
           close ar-open-items
           close ar-writeoffs
           close writeoff-history
           close tax-history
           if ws-profile-file-open
               close ar-customers
           end-if
           if ws-order-file-open
               close sales-orders
           end-if
           close credit-review
           close ar-suspense
           close customer-master
           close ar-gl
           close ar-trans
