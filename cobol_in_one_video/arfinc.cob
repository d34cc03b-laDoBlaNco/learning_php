      *The monthly finance-charge run. The written terms have always
      *said 1.5 percent a month on past-due balances and it has
      *never once been billed. Run as of the statement date on the
      *control card, this totals each customer's past-due open
      *items - invoices more than the 30 days of terms old on the
      *statement date, the way ARAGE buckets them, finance charges
      *themselves never counted - and charges 1.5 percent of that.
      *A past-due total under the card's minimum balance is not
      *charged at all; a charge under the card's minimum charge is
      *raised to it. A customer whose receivables profile says
      *exempt is skipped. Each charge goes to ARPOST as a finance
      *charge (code F) under the next invoice number off the card,
      *added to whatever AR-TRANS.DAT already holds: ARPOST opens it
      *as its own item, books it to finance-charge income, and the
      *next ARSTMT prints it. The card remembers the last statement
      *date charged, and a run for that date or an earlier one is
      *refused rather than charging the month twice.
       identification division.
       program-id. arfinc.
       author. ladoblanco prod.
       date-written. December 8th 2025.
       environment division.
       input-output section.
       file-control.
           select ar-open-items assign to "ar-open-items.dat"
               organization is indexed
               access mode is sequential
               record key is ar-key
               file status is ws-ar-status.
           select customer-master assign to "customer.dat"
               organization is indexed
               access mode is dynamic
               record key is ident
               alternate record key is custname with duplicates
               file status is ws-master-status.
           select ar-customers assign to "ar-customers.dat"
               organization is indexed
               access mode is dynamic
               record key is arc-ident
               file status is ws-profile-status.
           select ar-trans assign to "ar-trans.dat"
               organization is line sequential
               file status is ws-trans-status.
           select finance-control assign to "arfinc-control.dat"
               organization is line sequential
               file status is ws-control-status.
           select finance-report assign to "arfinc.rpt"
               organization is line sequential
               file status is ws-report-status.
       data division.
       file section.
       fd ar-open-items.
       copy arrec.
       fd customer-master.
       copy customer.
       fd ar-customers.
       copy arcust.
      *ARPOST's transaction layout.
       fd ar-trans.
       01 ar-trans-record.
           02 at-code pic x.
           02 at-ident pic 9(7).
           02 at-invoice-no pic 9(6).
           02 at-amount pic 9(7)v99.
           02 at-desc pic x(20).
           02 at-suspense-no pic 9(6).
      *The run's parameters, and the invoice sequence and last
      *statement date the run writes back.
       fd finance-control.
       01 finance-control-record.
           02 fc-statement-date pic 9(8).
           02 fc-minimum-charge pic 9(3)v99.
           02 fc-minimum-balance pic 9(5)v99.
           02 fc-next-invoice pic 9(6).
           02 fc-last-statement pic 9(8).
       fd finance-report.
       01 report-line pic x(80).
       working-storage section.
       01 ws-ar-status pic xx value spaces.
           88 ar-ok value "00".
           88 ar-eof value "10".
       01 ws-master-status pic xx value spaces.
           88 master-ok value "00".
       01 ws-profile-status pic xx value spaces.
           88 profile-ok value "00".
       01 ws-trans-status pic xx value spaces.
       01 ws-control-status pic xx value spaces.
       01 ws-report-status pic xx value spaces.
       01 ws-profile-file-flag pic x value "N".
           88 ws-profile-file-open value "Y".
       01 ws-statement-date pic 9(8) value 0.
       01 ws-minimum-charge pic 9(3)v99 value 1.00.
       01 ws-minimum-balance pic 9(5)v99 value 10.00.
       01 ws-next-invoice pic 9(6) value 700001.
       01 ws-last-statement pic 9(8) value 0.
      *The terms - net 30, then 1.5 percent a month.
       01 ar-terms-days constant as 30.
       01 ws-monthly-rate pic v999 value .015.
       01 ws-ds-function pic x value "D".
       01 ws-ds-number pic s9(7) value 0.
       01 ws-ds-status pic x value spaces.
       01 ws-first-record pic x value "Y".
           88 is-first-record value "Y".
       01 ws-prev-ident pic 9(7) value 0.
       01 ws-past-due-total pic s9(9)v99 value 0.
       01 ws-past-due-items pic 9(5) value 0.
       01 ws-charge pic 9(7)v99 value 0.
       01 ws-counts.
           02 ws-customers-charged pic 9(5) value 0.
           02 ws-customers-exempt pic 9(5) value 0.
           02 ws-customers-under pic 9(5) value 0.
           02 ws-customers-unknown pic 9(5) value 0.
       01 ws-charge-total pic 9(9)v99 value 0.
       01 ws-amount-edit pic z,zzz,zz9.99.
       01 ws-total-edit pic zzz,zzz,zz9.99.
       procedure division.
       0000-main.
           perform 1000-initialize
           if return-code = 0
               perform 2000-total-one-item
                   until ar-eof
               if not is-first-record
                   perform 2100-charge-customer
               end-if
               perform 3000-save-control
           end-if
           perform 9000-wrapup
           stop run.

       1000-initialize.
           accept ws-statement-date from date yyyymmdd
           open input finance-control
           if ws-control-status = "00"
               read finance-control
                   at end continue
                   not at end
                       perform 1100-take-control-card
               end-read
               close finance-control
           end-if
           open output finance-report
           move spaces to report-line
           string "FINANCE CHARGES AS OF " ws-statement-date
               delimited by size into report-line
           write report-line
           if ws-statement-date <= ws-last-statement
               move 8 to return-code
               move spaces to report-line
               string "NOT RUN - finance charges already raised as "
                   "of " ws-last-statement delimited by size
                   into report-line
               write report-line
           else
               perform 1200-open-files
           end-if.

       1100-take-control-card.
           if fc-statement-date is numeric
                   and fc-statement-date > 0
               move fc-statement-date to ws-statement-date
           end-if
           if fc-minimum-charge is numeric
               move fc-minimum-charge to ws-minimum-charge
           end-if
           if fc-minimum-balance is numeric
               move fc-minimum-balance to ws-minimum-balance
           end-if
           if fc-next-invoice is numeric and fc-next-invoice > 0
               move fc-next-invoice to ws-next-invoice
           end-if
           if fc-last-statement is numeric
               move fc-last-statement to ws-last-statement
           end-if.

       1200-open-files.
           open input ar-open-items
           if not ar-ok
               move 16 to return-code
               move spaces to report-line
               string "NOT RUN - open items open status "
                   ws-ar-status delimited by size into report-line
               write report-line
           end-if
           open input customer-master
           if not master-ok
               display "arfinc: customer master open failed, "
                   "status " ws-master-status
               move 16 to return-code
           end-if
      *No profile file yet means nobody has been made exempt.
           open input ar-customers
           if profile-ok
               set ws-profile-file-open to true
           end-if
           if return-code = 0
               open extend ar-trans
               if ws-trans-status = "35"
                   open output ar-trans
               end-if
               perform 1300-read-item
           end-if.

       1300-read-item.
           read ar-open-items next record
               at end set ar-eof to true
           end-read.

      *The file is keyed ident then invoice, so each customer's
      *items come together - the change of ident charges the one
      *before.
       2000-total-one-item.
           if not is-first-record and ar-ident not = ws-prev-ident
               perform 2100-charge-customer
           end-if
           if is-first-record or ar-ident not = ws-prev-ident
               move "N" to ws-first-record
               move ar-ident to ws-prev-ident
               move 0 to ws-past-due-total
               move 0 to ws-past-due-items
           end-if
           if ar-status = "O" and ar-balance > 0
                   and not ar-finance-charge
               call "dateserv" using ws-ds-function
                   ar-invoice-date ws-statement-date
                   ws-ds-number ws-ds-status
               if ws-ds-status = "Y"
                       and ws-ds-number > ar-terms-days
                   add ar-balance to ws-past-due-total
                   add 1 to ws-past-due-items
               end-if
           end-if
           perform 1300-read-item.

       2100-charge-customer.
           if ws-past-due-items > 0
               move ws-prev-ident to arc-ident
               move "N" to arc-finchg-exempt
               if ws-profile-file-open
                   read ar-customers
                       key is arc-ident
                       invalid key move "N" to arc-finchg-exempt
                   end-read
               end-if
               move ws-prev-ident to ident
               read customer-master
                   key is ident
               end-read
               move ws-past-due-total to ws-amount-edit
               evaluate true
                   when not master-ok
                       add 1 to ws-customers-unknown
                       move spaces to report-line
                       string "SKIPPED   ident " ws-prev-ident
                           " not on customer master, past due "
                           ws-amount-edit delimited by size
                           into report-line
                       write report-line
                   when arc-exempt
                       add 1 to ws-customers-exempt
                       move spaces to report-line
                       string "EXEMPT    ident " ws-prev-ident " "
                           custname " past due " ws-amount-edit
                           delimited by size into report-line
                       write report-line
                   when ws-past-due-total < ws-minimum-balance
                       add 1 to ws-customers-under
                   when other
                       perform 2200-raise-charge
               end-evaluate
           end-if.

       2200-raise-charge.
           compute ws-charge rounded =
               ws-past-due-total * ws-monthly-rate
               on size error move 0 to ws-charge
           end-compute
           if ws-charge < ws-minimum-charge
               move ws-minimum-charge to ws-charge
           end-if
           move spaces to ar-trans-record
           move "F" to at-code
           move ws-prev-ident to at-ident
           move ws-next-invoice to at-invoice-no
           move ws-charge to at-amount
           move "FINANCE CHARGE" to at-desc
           move 0 to at-suspense-no
           write ar-trans-record
           add 1 to ws-customers-charged
           add ws-charge to ws-charge-total
           move ws-charge to ws-amount-edit
           move ws-past-due-total to ws-total-edit
           move spaces to report-line
           string "CHARGED   ident " ws-prev-ident " inv "
               ws-next-invoice " on " ws-total-edit " "
               ws-amount-edit delimited by size into report-line
           write report-line
           add 1 to ws-next-invoice.

       3000-save-control.
           open output finance-control
           move ws-statement-date to fc-statement-date
           move ws-minimum-charge to fc-minimum-charge
           move ws-minimum-balance to fc-minimum-balance
           move ws-next-invoice to fc-next-invoice
           move ws-statement-date to fc-last-statement
           write finance-control-record
           close finance-control
           close ar-trans.

       9000-wrapup.
           move ws-charge-total to ws-total-edit
           move spaces to report-line
           string "CHARGED " ws-customers-charged " " ws-total-edit
               " EXEMPT " ws-customers-exempt
               " UNDER MINIMUM " ws-customers-under
               " UNKNOWN " ws-customers-unknown delimited by size
               into report-line
           write report-line
           close ar-open-items
           close customer-master
           if ws-profile-file-open
               close ar-customers
           end-if
           close finance-report.
