      *Lockbox cash. Every customer payment used to be keyed into
      *AR-TRANS.DAT by hand off the bank's lockbox listing. This
      *reads the bank's lockbox file itself, ahead of ARPOST: a
      *deposit header (date, deposit total, check count) and a line
      *per check with the ident and invoice the customer wrote on
      *the remittance. Nothing goes anywhere until the checks add
      *up to the deposit - an out-of-balance file (or one with a
      *check amount the bank garbled) is refused whole, return
      *code 8, for the bank to resend. A balanced deposit becomes
      *ARPOST payments (code P): a check naming an open invoice for
      *its ident pays that invoice; a check naming no invoice pays
      *the customer's oldest open item (oldest invoice date, with
      *what earlier checks in the deposit already paid taken off,
      *so two checks don't both land on an item the first one
      *cleared). A check from an ident the master doesn't know, for
      *an invoice that isn't open, or from a customer with nothing
      *open goes to unapplied cash (code U) under its own suspense
      *number, and onto the unapplied-cash worklist with the reason
      *for the AR clerk to work - who applies it with an ARPOST A
      *transaction once the customer is known. The transactions are
      *added to whatever AR-TRANS.DAT already holds; run ARPOST
      *after.
       identification division.
       program-id. arlock.
       author. ladoblanco prod.
       date-written. December 1st 2025.
       environment division.
       input-output section.
       file-control.
           select lockbox-file assign to "lockbox.dat"
               organization is line sequential
               file status is ws-lockbox-status.
           select ar-open-items assign to "ar-open-items.dat"
               organization is indexed
               access mode is dynamic
               record key is ar-key
               file status is ws-ar-status.
           select customer-master assign to "customer.dat"
               organization is indexed
               access mode is dynamic
               record key is ident
               alternate record key is custname with duplicates
               file status is ws-master-status.
           select ar-trans assign to "ar-trans.dat"
               organization is line sequential
               file status is ws-trans-status.
           select lockbox-control assign to "arlock-control.dat"
               organization is line sequential
               file status is ws-control-status.
           select lockbox-report assign to "arlock.rpt"
               organization is line sequential
               file status is ws-report-status.
           select unapplied-report assign to "arunap.rpt"
               organization is line sequential
               file status is ws-unapplied-status.
       data division.
       file section.
      *The bank's layout - a header for the deposit, then a line per
      *check. The ident and invoice are as the customer wrote them,
      *blank when left off.
       fd lockbox-file.
       01 lockbox-record.
           02 lb-code pic x.
               88 lb-header value "H".
               88 lb-check value "D".
           02 lb-header-data.
               03 lb-deposit-date pic 9(8).
               03 lb-deposit-total pic 9(9)v99.
               03 lb-check-count pic 9(5).
               03 filler pic x(8).
           02 lb-check-data redefines lb-header-data.
               03 lb-check-no pic x(10).
               03 lb-ident pic x(7).
               03 lb-ident-no redefines lb-ident pic 9(7).
               03 lb-invoice pic x(6).
               03 lb-invoice-no redefines lb-invoice pic 9(6).
               03 lb-amount pic 9(7)v99.
       fd ar-open-items.
       copy arrec.
       fd customer-master.
       copy customer.
      *ARPOST's transaction layout.
       fd ar-trans.
       01 ar-trans-record.
           02 at-code pic x.
           02 at-ident pic 9(7).
           02 at-invoice-no pic 9(6).
           02 at-amount pic 9(7)v99.
           02 at-desc pic x(20).
           02 at-suspense-no pic 9(6).
       fd lockbox-control.
       01 lockbox-control-record.
           02 lc-next-suspense pic 9(6).
       fd lockbox-report.
       01 report-line pic x(80).
       fd unapplied-report.
       01 unapplied-line pic x(80).
       working-storage section.
       01 ws-lockbox-status pic xx value spaces.
           88 lockbox-ok value "00".
           88 lockbox-eof value "10".
       01 ws-ar-status pic xx value spaces.
           88 ar-ok value "00".
       01 ws-master-status pic xx value spaces.
           88 master-ok value "00".
       01 ws-trans-status pic xx value spaces.
       01 ws-control-status pic xx value spaces.
       01 ws-report-status pic xx value spaces.
       01 ws-unapplied-status pic xx value spaces.
       01 ws-today pic 9(8) value zeroes.
      *The controlled suspense-number sequence for unapplied cash.
       01 ws-next-suspense pic 9(6) value 1.
      *What the bank says was deposited, and what the checks add up
      *to.
       01 ws-deposit-total pic 9(9)v99 value 0.
       01 ws-deposit-count pic 9(5) value 0.
       01 ws-checks-total pic 9(9)v99 value 0.
       01 ws-checks-count pic 9(5) value 0.
       01 ws-headers pic 9(3) value 0.
       01 ws-bad-amounts pic 9(5) value 0.
       01 ws-balanced-flag pic x value "N".
           88 ws-balanced value "Y".
      *Where the check goes - the invoice it pays, or why it can't.
       01 ws-apply-ident pic 9(7) value 0.
       01 ws-apply-invoice pic 9(6) value 0.
       01 ws-unapplied-reason pic x(24) value spaces.
       01 ws-scan-done-flag pic x value "N".
           88 ws-scan-done value "Y".
       01 ws-oldest-date pic 9(8) value 0.
       01 ws-remaining pic s9(9)v99 value 0.
      *What this deposit has already paid on each item, so the
      *oldest-item fallback looks past what earlier checks cleared.
       01 applied-table.
           02 applied-entry occurs 500 times
                   indexed by appl-idx.
               03 apt-ident pic 9(7).
               03 apt-invoice pic 9(6).
               03 apt-amount pic 9(9)v99.
       01 ws-applied-count pic 9(3) value 0.
       01 ws-applied-scan pic 9(3) value 0.
       01 ws-applied-found-idx pic 9(3) value 0.
       01 ws-check-desc pic x(20) value spaces.
       01 ws-counts.
           02 ws-applied-checks pic 9(5) value 0.
           02 ws-unapplied-checks pic 9(5) value 0.
       01 ws-applied-amount pic 9(9)v99 value 0.
       01 ws-unapplied-amount pic 9(9)v99 value 0.
       01 ws-amount-edit pic z,zzz,zz9.99.
       01 ws-total-edit pic zzz,zzz,zz9.99.
       01 ws-total-edit-2 pic zzz,zzz,zz9.99.
       procedure division.
       0000-main.
           perform 1000-initialize
           perform 2000-prove-deposit
           if ws-balanced
               perform 3000-apply-deposit
           end-if
           perform 9000-wrapup
           stop run.

       1000-initialize.
           accept ws-today from date yyyymmdd
           open output lockbox-report
           move spaces to report-line
           string "LOCKBOX CASH RECEIPTS - " ws-today
               delimited by size into report-line
           write report-line
           open output unapplied-report
           move spaces to unapplied-line
           string "UNAPPLIED CASH TO WORK - " ws-today
               delimited by size into unapplied-line
           write unapplied-line
           move spaces to unapplied-line
           string "SUSP   CHECK      IDENT   INVOICE       AMOUNT "
               "REASON" delimited by size into unapplied-line
           write unapplied-line
           open input lockbox-control
           if ws-control-status = "00"
               read lockbox-control
                   at end continue
                   not at end
                       if lc-next-suspense is numeric
                               and lc-next-suspense > 0
                           move lc-next-suspense to ws-next-suspense
                       end-if
               end-read
               close lockbox-control
           end-if.

      *The first pass only adds up. Every check amount must be a
      *number and the checks must come to the deposit total, in
      *amount and in count, or nothing is applied at all.
       2000-prove-deposit.
           open input lockbox-file
           if not lockbox-ok
               move spaces to report-line
               string "NO LOCKBOX FILE - status " ws-lockbox-status
                   delimited by size into report-line
               write report-line
           else
               perform 2100-read-lockbox
               perform 2200-add-one-record
                   until lockbox-eof
               close lockbox-file
               move ws-deposit-total to ws-total-edit
               move ws-checks-total to ws-total-edit-2
               move spaces to report-line
               string "DEPOSIT " ws-total-edit " CHECKS "
                   ws-deposit-count " - LISTED " ws-total-edit-2
                   " CHECKS " ws-checks-count delimited by size
                   into report-line
               write report-line
               if ws-headers = 1 and ws-bad-amounts = 0
                       and ws-checks-count > 0
                       and ws-checks-total = ws-deposit-total
                       and ws-checks-count = ws-deposit-count
                   set ws-balanced to true
               else
                   move 8 to return-code
                   move spaces to report-line
                   string "OUT OF BALANCE - NOTHING APPLIED. HEADERS "
                       ws-headers " BAD AMOUNTS " ws-bad-amounts
                       delimited by size into report-line
                   write report-line
               end-if
           end-if.

       2100-read-lockbox.
           read lockbox-file
               at end set lockbox-eof to true
           end-read.

       2200-add-one-record.
           evaluate true
               when lb-header
                   add 1 to ws-headers
                   if lb-deposit-total is numeric
                       move lb-deposit-total to ws-deposit-total
                   end-if
                   if lb-check-count is numeric
                       move lb-check-count to ws-deposit-count
                   end-if
               when lb-check
                   add 1 to ws-checks-count
                   if lb-amount is numeric
                       add lb-amount to ws-checks-total
                   else
                       add 1 to ws-bad-amounts
                   end-if
               when other
                   add 1 to ws-bad-amounts
           end-evaluate
           perform 2100-read-lockbox.

      *The second pass applies. The files it posts to only open
      *once the deposit has proved.
       3000-apply-deposit.
           open input ar-open-items
           if not ar-ok
               display "arlock: open-items open failed, status "
                   ws-ar-status
           end-if
           open input customer-master
           if not master-ok
               display "arlock: customer master open failed, "
                   "status " ws-master-status
           end-if
           if not ar-ok or not master-ok
               move 16 to return-code
               move spaces to report-line
               string "NOTHING APPLIED - a file failed to open"
                   delimited by size into report-line
               write report-line
           else
               open extend ar-trans
               if ws-trans-status = "35"
                   open output ar-trans
               end-if
               move "00" to ws-lockbox-status
               open input lockbox-file
               perform 2100-read-lockbox
               perform 3100-apply-one-check
                   until lockbox-eof
               close lockbox-file
               close ar-trans
               open output lockbox-control
               move ws-next-suspense to lc-next-suspense
               write lockbox-control-record
               close lockbox-control
           end-if
           close ar-open-items
           close customer-master.

       3100-apply-one-check.
           if lb-check
               move spaces to ws-unapplied-reason
               move 0 to ws-apply-invoice
               move spaces to ws-check-desc
               string "LBX CHK " lb-check-no delimited by size
                   into ws-check-desc
               if lb-ident is numeric
                   move lb-ident-no to ws-apply-ident
               else
                   move 0 to ws-apply-ident
               end-if
               perform 3200-find-item-to-pay
               if ws-unapplied-reason = spaces
                   perform 3400-write-payment
               else
                   perform 3500-write-unapplied
               end-if
           end-if
           perform 2100-read-lockbox.

      *The customer must be on the master; a named invoice must be
      *open for them; no invoice means their oldest open item.
       3200-find-item-to-pay.
           move ws-apply-ident to ident
           read customer-master
               key is ident
           end-read
           evaluate true
               when ws-apply-ident = 0 or not master-ok
                   move "IDENT NOT ON MASTER" to ws-unapplied-reason
               when lb-invoice = spaces
                   perform 3300-find-oldest-item
                   if ws-apply-invoice = 0
                       move "NO OPEN ITEMS" to ws-unapplied-reason
                   end-if
               when lb-invoice is not numeric
                   move "INVOICE NOT READABLE" to ws-unapplied-reason
               when other
                   move ws-apply-ident to ar-ident
                   move lb-invoice-no to ar-invoice
                   read ar-open-items
                       key is ar-key
                   end-read
                   if ar-ok and ar-status = "O"
                       move lb-invoice-no to ws-apply-invoice
                   else
                       move "INVOICE NOT OPEN" to ws-unapplied-reason
                   end-if
           end-evaluate.

      *The open items are keyed by ident then invoice, so the
      *customer's items read together - the oldest invoice date
      *still owing after this deposit's checks is the one paid.
       3300-find-oldest-item.
           move 99999999 to ws-oldest-date
           move "N" to ws-scan-done-flag
           move ws-apply-ident to ar-ident
           move 0 to ar-invoice
           start ar-open-items key >= ar-key
               invalid key set ws-scan-done to true
           end-start
           if not ws-scan-done
               perform 3310-read-next-item
           end-if
           perform 3320-consider-one-item
               until ws-scan-done.

       3310-read-next-item.
           read ar-open-items next record
               at end set ws-scan-done to true
           end-read.

       3320-consider-one-item.
           if ar-ident not = ws-apply-ident
               set ws-scan-done to true
           else
               if ar-status = "O"
                       and ar-invoice-date < ws-oldest-date
                   move ar-balance to ws-remaining
                   perform 3600-find-applied
                   if ws-applied-found-idx > 0
                       set appl-idx to ws-applied-found-idx
                       subtract apt-amount (appl-idx)
                           from ws-remaining
                   end-if
                   if ws-remaining > 0
                       move ar-invoice-date to ws-oldest-date
                       move ar-invoice to ws-apply-invoice
                   end-if
               end-if
               perform 3310-read-next-item
           end-if.

       3400-write-payment.
           move spaces to ar-trans-record
           move "P" to at-code
           move ws-apply-ident to at-ident
           move ws-apply-invoice to at-invoice-no
           move lb-amount to at-amount
           move ws-check-desc to at-desc
           move 0 to at-suspense-no
           write ar-trans-record
           move ws-apply-ident to ar-ident
           move ws-apply-invoice to ar-invoice
           perform 3600-find-applied
           if ws-applied-found-idx > 0
               set appl-idx to ws-applied-found-idx
               add lb-amount to apt-amount (appl-idx)
           else
               if ws-applied-count < 500
                   add 1 to ws-applied-count
                   set appl-idx to ws-applied-count
                   move ws-apply-ident to apt-ident (appl-idx)
                   move ws-apply-invoice to apt-invoice (appl-idx)
                   move lb-amount to apt-amount (appl-idx)
               end-if
           end-if
           add 1 to ws-applied-checks
           add lb-amount to ws-applied-amount
           move lb-amount to ws-amount-edit
           move spaces to report-line
           string "APPLIED   check " lb-check-no " ident "
               ws-apply-ident " inv " ws-apply-invoice " "
               ws-amount-edit delimited by size into report-line
           write report-line.

       3500-write-unapplied.
           move spaces to ar-trans-record
           move "U" to at-code
           move ws-apply-ident to at-ident
           if lb-invoice is numeric
               move lb-invoice-no to at-invoice-no
           else
               move 0 to at-invoice-no
           end-if
           move lb-amount to at-amount
           move ws-check-desc to at-desc
           move ws-next-suspense to at-suspense-no
           add 1 to ws-next-suspense
           write ar-trans-record
           add 1 to ws-unapplied-checks
           add lb-amount to ws-unapplied-amount
           move lb-amount to ws-amount-edit
           move spaces to report-line
           string "UNAPPLIED check " lb-check-no " susp "
               at-suspense-no " " ws-amount-edit " "
               ws-unapplied-reason delimited by size
               into report-line
           write report-line
           move spaces to unapplied-line
           string at-suspense-no " " lb-check-no " " lb-ident " "
               lb-invoice "  " ws-amount-edit " "
               ws-unapplied-reason delimited by size
               into unapplied-line
           write unapplied-line.

       3600-find-applied.
           move 0 to ws-applied-found-idx
           move 0 to ws-applied-scan
           perform 3610-check-one-applied
               until ws-applied-scan >= ws-applied-count
                   or ws-applied-found-idx > 0.

       3610-check-one-applied.
           add 1 to ws-applied-scan
           set appl-idx to ws-applied-scan
           if apt-ident (appl-idx) = ar-ident
                   and apt-invoice (appl-idx) = ar-invoice
               move ws-applied-scan to ws-applied-found-idx
           end-if.

       9000-wrapup.
           move ws-applied-amount to ws-total-edit
           move spaces to report-line
           string "APPLIED " ws-applied-checks " " ws-total-edit
               delimited by size into report-line
           write report-line
           move ws-unapplied-amount to ws-total-edit
           move spaces to report-line
           string "UNAPPLIED " ws-unapplied-checks " " ws-total-edit
               delimited by size into report-line
           write report-line
           move spaces to unapplied-line
           string "CHECKS TO WORK " ws-unapplied-checks " "
               ws-total-edit delimited by size into unapplied-line
           write unapplied-line
           close lockbox-report
           close unapplied-report.
