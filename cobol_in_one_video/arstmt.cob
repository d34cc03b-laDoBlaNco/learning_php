      *the break, the open items listed with their dates and
      *balances, and a TOTAL DUE line per customer. Paid items stay
      *off the statement.
      *
      *Modification history
      *December 8th 2025   - ladoblanco prod - a finance charge
      *  ARFINC raised prints as a FIN CHG line with the date it was
      *  charged, and the customer's finance charges still open
      *  total on their own line above the TOTAL DUE.
      *January 12th 2026   - ladoblanco prod - no statement prints
      *  for a customer whose address is flagged undeliverable
      *  (returned mail, see CUSTMNT); the run counts them as
      *  suppressed, and CUSTUNDL lists the ones who owe us for a
      *  phone call instead.
       identification division.
       program-id. arstmt.
       author. ladoblanco prod.
           select statement-file assign to "ar-statements.rpt"
               organization is line sequential
               file status is ws-report-status.
           select undeliverable assign to "cust-undeliverable.dat"
               organization is indexed
               access mode is dynamic
               record key is ud-ident
               file status is ws-undeliv-status.
       data division.
       file section.
       fd ar-open-items.
       copy customer.
       fd statement-file.
       01 report-line pic x(80).
       fd undeliverable.
       copy custudl.
       working-storage section.
       01 ws-ar-status pic xx value spaces.
           88 ar-ok value "00".
           88 is-first-record value "Y".
       01 ws-prev-ident pic 9(7) value 0.
       01 ws-customer-total pic s9(9)v99 value 0.
       01 ws-finance-total pic s9(9)v99 value 0.
       01 ws-counts.
           02 ws-statements pic 9(5) value 0.
           02 ws-items-listed pic 9(5) value 0.
           02 ws-suppressed pic 9(5) value 0.
       01 ws-undeliv-status pic xx value spaces.
           88 undeliv-ok value "00".
       01 ws-undeliv-file-flag pic x value "N".
           88 ws-undeliv-file-open value "Y".
      *The customer last looked up on the undeliverable file, and
      *whether their statement is being held back.
       01 ws-checked-ident pic 9(7) value 0.
       01 ws-suppress-flag pic x value "N".
           88 ws-suppress-statement value "Y".
      *Signed, because an overpaid item stays open with a negative
      *balance and the statement has to show the credit as one.
       01 ws-amount-edit pic --,---,--9.99.
               move 16 to return-code
               set ar-eof to true
           end-if
      *No undeliverable file yet means every address is good.
           open input undeliverable
           if undeliv-ok
               set ws-undeliv-file-open to true
           end-if
           open input ar-open-items
           if not ar-ok
               set ar-eof to true

       2000-statement-one-item.
           if ar-status = "O"
               if ar-ident not = ws-checked-ident
                   perform 2050-check-undeliverable
               end-if
               if not ws-suppress-statement
                   perform 2010-statement-open-item
               end-if
           end-if
           perform 1100-read-item.

       2010-statement-open-item.
           if not is-first-record
                   and ar-ident not = ws-prev-ident
               perform 2200-close-statement
           end-if
           if is-first-record
                   or ar-ident not = ws-prev-ident
               perform 2100-open-statement
           end-if
           perform 2300-list-one-item.

      *A statement to an address the mail already came back from
      *would only come back too - the customer's items are passed
      *over and counted once.
       2050-check-undeliverable.
           move ar-ident to ws-checked-ident
           move "N" to ws-suppress-flag
           if ws-undeliv-file-open
               move ar-ident to ud-ident
               read undeliverable
                   key is ud-ident
               end-read
               if undeliv-ok
                   set ws-suppress-statement to true
                   add 1 to ws-suppressed
               end-if
           end-if.

      *The statement heading - the customer's name and mailing
      *address straight off the master, the way the labels print
      *them.
           move "N" to ws-first-record
           move ar-ident to ws-prev-ident
           move 0 to ws-customer-total
           move 0 to ws-finance-total
           add 1 to ws-statements
           move spaces to report-line
           perform 9000-write-report-line
           end-if.

       2200-close-statement.
           if ws-finance-total not = 0
               move ws-finance-total to ws-total-edit
               move spaces to report-line
               string "  FINANCE CHARGES " ws-total-edit
                   delimited by size into report-line
               perform 9000-write-report-line
           end-if
           move ws-customer-total to ws-total-edit
           move spaces to report-line
           string "  TOTAL DUE " ws-total-edit
           add ar-balance to ws-customer-total
           move ar-balance to ws-amount-edit
           move spaces to report-line
           if ar-finance-charge
               add ar-balance to ws-finance-total
               string "  FIN CHG " ar-invoice
                   " charged " ar-invoice-date
                   " balance " ws-amount-edit delimited by size
                   into report-line
           else
               string "  INV " ar-invoice
                   " dated " ar-invoice-date
                   " balance " ws-amount-edit delimited by size
                   into report-line
           end-if
           perform 9000-write-report-line.

       3000-final-break.
           move spaces to report-line
           string "STATEMENTS " ws-statements
               " ITEMS LISTED " ws-items-listed
               " SUPPRESSED AS UNDELIVERABLE " ws-suppressed
               delimited by size into report-line
           perform 9000-write-report-line
           if ws-undeliv-file-open
               close undeliverable
           end-if
           close ar-open-items
           close customer-master
           close statement-file.
