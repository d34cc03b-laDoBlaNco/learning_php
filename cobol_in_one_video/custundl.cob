      *The monthly returned-mail call list. Once a customer's mail
      *comes back (CUSTMNT's returned-mail transaction) no label,
      *campaign, statement or dunning letter goes to them - which
      *is right for the mailing and wrong for the money, because a
      *customer who owes us and never gets a statement never pays
      *it either. This reads the undeliverable-address file and
      *lists every flagged customer who still has an open balance
      *on the receivables file: the ident, the name and the address
      *the mail came back from, the date it came back, and what
      *they owe, so someone picks up the phone and gets a good
      *address. Flagged customers who owe nothing are only counted.
       identification division.
       program-id. custundl.
       author. ladoblanco prod.
       date-written. January 12th 2026.
       environment division.
       input-output section.
       file-control.
           select undeliverable assign to "cust-undeliverable.dat"
               organization is indexed
               access mode is sequential
               record key is ud-ident
               file status is ws-undeliv-status.
           select customer-master assign to "customer.dat"
               organization is indexed
               access mode is dynamic
               record key is ident
               alternate record key is custname with duplicates
               file status is ws-master-status.
           select ar-open-items assign to "ar-open-items.dat"
               organization is indexed
               access mode is dynamic
               record key is ar-key
               file status is ws-ar-status.
           select call-report assign to "custundl.rpt"
               organization is line sequential
               file status is ws-report-status.
       data division.
       file section.
       fd undeliverable.
       copy custudl.
       fd customer-master.
       copy customer.
       fd ar-open-items.
       copy arrec.
       fd call-report.
       01 report-line pic x(80).
       working-storage section.
       01 ws-undeliv-status pic xx value spaces.
           88 undeliv-ok value "00".
           88 undeliv-eof value "10".
       01 ws-master-status pic xx value spaces.
           88 master-ok value "00".
       01 ws-ar-status pic xx value spaces.
           88 ar-ok value "00".
       01 ws-report-status pic xx value spaces.
       01 ws-today pic 9(8) value zeroes.
       01 ws-undeliv-file-flag pic x value "N".
           88 ws-undeliv-file-open value "Y".
       01 ws-ar-file-flag pic x value "N".
           88 ws-ar-file-open value "Y".
       01 ws-items-done-flag pic x value "N".
           88 ws-items-done value "Y".
       01 ws-open-balance pic s9(9)v99 value 0.
       01 ws-counts.
           02 ws-flagged pic 9(5) value 0.
           02 ws-listed pic 9(5) value 0.
           02 ws-nothing-owed pic 9(5) value 0.
       01 ws-owed-total pic s9(9)v99 value 0.
       01 ws-amount-edit pic --,---,--9.99.
       01 ws-total-edit pic ---,---,--9.99.
       procedure division.
       0000-main.
           perform 1000-initialize
           perform 2000-check-one-customer
               until undeliv-eof
           perform 9000-wrapup
           stop run.

       1000-initialize.
           accept ws-today from date yyyymmdd
           open output call-report
           move spaces to report-line
           string "UNDELIVERABLE CUSTOMERS WITH OPEN BALANCES - "
               ws-today delimited by size into report-line
           write report-line
           open input customer-master
           if not master-ok
               display "custundl: customer master open failed, "
                   "status " ws-master-status
               move 16 to return-code
           end-if
      *No receivables on disk means nobody owes anything.
           open input ar-open-items
           if ar-ok
               set ws-ar-file-open to true
           end-if
      *No undeliverable file yet means no mail has come back.
           open input undeliverable
           if undeliv-ok
               set ws-undeliv-file-open to true
           end-if
           if not undeliv-ok or return-code not = 0
               set undeliv-eof to true
               move spaces to report-line
               string "NO ADDRESSES FLAGGED UNDELIVERABLE"
                   delimited by size into report-line
               write report-line
           else
               perform 1100-read-undeliverable
           end-if.

       1100-read-undeliverable.
           read undeliverable next record
               at end set undeliv-eof to true
           end-read.

       2000-check-one-customer.
           add 1 to ws-flagged
           move 0 to ws-open-balance
           if ws-ar-file-open
               perform 2100-total-open-items
           end-if
           if ws-open-balance > 0
               perform 2200-list-customer
           else
               add 1 to ws-nothing-owed
           end-if
           perform 1100-read-undeliverable.

      *Everything the customer has open - an overpayment's negative
      *balance counts in their favour, the same total the credit
      *check takes.
       2100-total-open-items.
           move "N" to ws-items-done-flag
           move ud-ident to ar-ident
           move 0 to ar-invoice
           start ar-open-items key >= ar-key
               invalid key set ws-items-done to true
           end-start
           perform 2110-add-one-open-item
               until ws-items-done.

       2110-add-one-open-item.
           read ar-open-items next record
               at end set ws-items-done to true
           end-read
           if not ws-items-done
               if ar-ident not = ud-ident
                   set ws-items-done to true
               else
                   if ar-status = "O"
                       add ar-balance to ws-open-balance
                   end-if
               end-if
           end-if.

       2200-list-customer.
           add 1 to ws-listed
           add ws-open-balance to ws-owed-total
           move ud-ident to ident
           read customer-master
               key is ident
           end-read
           if not master-ok
               move spaces to custname
               move spaces to cust-address
           end-if
           move ws-open-balance to ws-amount-edit
           move spaces to report-line
           write report-line
           move spaces to report-line
           string "ident " ud-ident " " custname " returned "
               ud-return-date " owes " ws-amount-edit
               delimited by size into report-line
           write report-line
           move spaces to report-line
           string "      " street " " city " " state " " zip
               delimited by size into report-line
           write report-line.

       9000-wrapup.
           move ws-owed-total to ws-total-edit
           move spaces to report-line
           write report-line
           move spaces to report-line
           string "FLAGGED " ws-flagged " TO CALL " ws-listed
               " OWING " ws-total-edit " OWING NOTHING "
               ws-nothing-owed delimited by size into report-line
           write report-line
           if ws-undeliv-file-open
               close undeliverable
           end-if
           close customer-master
           if ws-ar-file-open
               close ar-open-items
           end-if
           close call-report.
