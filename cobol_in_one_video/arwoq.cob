      *The auditors' quarterly bad-debt schedule. Off the write-off
      *history ARPOST keeps, every write-off and every recovery
      *posted in the quarter on the control card, by customer: the
      *items with the date, the invoice, the account the loss went
      *to and the operators behind it (keyed by, and approved by
      *where the write-off was over the approval threshold), then
      *each customer's written off, recovered and net loss for the
      *quarter, and the totals for the whole quarter. No control
      *card, no report - the same rule as PAYQTR, a quarter for the
      *auditors should be named on purpose.
       identification division.
       program-id. arwoq.
       author. ladoblanco prod.
       date-written. December 22nd 2025.
       environment division.
       input-output section.
       file-control.
           select writeoff-history assign to "ar-writeoff-history.dat"
               organization is line sequential
               file status is ws-history-status.
           select customer-master assign to "customer.dat"
               organization is indexed
               access mode is dynamic
               record key is ident
               alternate record key is custname with duplicates
               file status is ws-master-status.
           select quarter-control assign to "arwoq-control.dat"
               organization is line sequential
               file status is ws-control-status.
           select quarter-report assign to "arwoq.rpt"
               organization is line sequential
               file status is ws-report-status.
           select sort-work assign to "arwoq.wrk".
       data division.
       file section.
       fd writeoff-history.
       copy arwolog.
       fd customer-master.
       copy customer.
       fd quarter-control.
       01 quarter-control-record.
           02 qc-year pic 9(4).
           02 qc-quarter pic 9.
       fd quarter-report.
       01 report-line pic x(80).
       sd sort-work.
       01 sort-record.
           02 sw-ident pic 9(7).
           02 sw-date pic 9(8).
           02 sw-invoice pic 9(6).
           02 sw-type pic x.
           02 sw-amount pic 9(7)v99.
           02 sw-account pic 9(4).
           02 sw-operator pic x(8).
           02 sw-approver pic x(8).
       working-storage section.
       01 ws-history-status pic xx value spaces.
           88 history-ok value "00".
           88 history-eof value "10".
       01 ws-master-status pic xx value spaces.
           88 master-ok value "00".
       01 ws-control-status pic xx value spaces.
       01 ws-report-status pic xx value spaces.
       01 ws-card-flag pic x value "N".
           88 ws-card-found value "Y".
       01 ws-req-year pic 9(4) value 0.
       01 ws-req-quarter pic 9 value 0.
      *The quarter as a date range - first day of its first month
      *to the 31st of its last, which takes in every real date.
       01 ws-from-date pic 9(8) value 0.
       01 ws-to-date pic 9(8) value 0.
       01 ws-sort-flag pic x value "N".
           88 ws-sort-eof value "Y".
       01 ws-first-flag pic x value "Y".
           88 is-first-customer value "Y".
       01 ws-prev-ident pic 9(7) value 0.
       01 ws-customer-totals.
           02 ws-cust-written pic 9(9)v99 value 0.
           02 ws-cust-recovered pic 9(9)v99 value 0.
       01 ws-quarter-totals.
           02 ws-qtr-written pic 9(9)v99 value 0.
           02 ws-qtr-recovered pic 9(9)v99 value 0.
           02 ws-qtr-writeoffs pic 9(5) value 0.
           02 ws-qtr-recoveries pic 9(5) value 0.
           02 ws-qtr-customers pic 9(5) value 0.
       01 ws-net-loss pic s9(9)v99 value 0.
       01 ws-type-word pic x(9) value spaces.
       01 ws-amount-edit pic z,zzz,zz9.99.
       01 ws-total-edit pic zzz,zzz,zz9.99.
       01 ws-total-edit-2 pic zzz,zzz,zz9.99.
       01 ws-net-edit pic -zzz,zzz,zz9.99.
       procedure division.
       0000-main.
           perform 1000-initialize
           if ws-card-found
               sort sort-work
                   on ascending key sw-ident
                   on ascending key sw-date
                   on ascending key sw-invoice
                   input procedure is 2000-release-history
                   output procedure is 3000-print-customers
               perform 4000-print-quarter-totals
           end-if
           perform 9000-wrapup
           stop run.

       1000-initialize.
           open output quarter-report
           perform 1100-read-quarter-card
           if ws-card-found
               compute ws-from-date = ws-req-year * 10000
                   + ((ws-req-quarter - 1) * 3 + 1) * 100 + 1
               compute ws-to-date = ws-req-year * 10000
                   + (ws-req-quarter * 3) * 100 + 31
               move spaces to report-line
               string "BAD-DEBT WRITE-OFFS AND RECOVERIES - YEAR "
                   ws-req-year " QUARTER " ws-req-quarter
                   delimited by size into report-line
               write report-line
               open input customer-master
               if not master-ok
                   display "arwoq: customer master open failed, "
                       "status " ws-master-status
               end-if
           else
               move spaces to report-line
               string "NO QUARTER CARD - NOTHING REPORTED"
                   delimited by size into report-line
               write report-line
           end-if.

       1100-read-quarter-card.
           open input quarter-control
           if ws-control-status = "00"
               read quarter-control
                   at end continue
                   not at end
                       if qc-year is numeric and qc-quarter is numeric
                               and qc-quarter >= 1 and qc-quarter <= 4
                           set ws-card-found to true
                           move qc-year to ws-req-year
                           move qc-quarter to ws-req-quarter
                       end-if
               end-read
               close quarter-control
           end-if.

      *No history on disk means nothing has ever been written off -
      *an empty quarter, not an error.
       2000-release-history.
           open input writeoff-history
           if history-ok
               perform 2100-read-history
               perform 2200-release-one-line
                   until history-eof
               close writeoff-history
           end-if.

       2100-read-history.
           read writeoff-history
               at end set history-eof to true
           end-read.

       2200-release-one-line.
           if wh-date >= ws-from-date and wh-date <= ws-to-date
               move wh-ident to sw-ident
               move wh-date to sw-date
               move wh-invoice to sw-invoice
               move wh-type to sw-type
               move wh-amount to sw-amount
               move wh-account to sw-account
               move wh-operator to sw-operator
               move wh-approver to sw-approver
               release sort-record
           end-if
           perform 2100-read-history.

       3000-print-customers.
           move spaces to report-line
           write report-line
           move spaces to report-line
           string "  DATE     TYPE      INVOICE      AMOUNT ACCT "
               "KEYED BY APPROVED" delimited by size
               into report-line
           write report-line
           perform 3100-return-sorted
           perform 3200-print-one-line
               until ws-sort-eof
           if not is-first-customer
               perform 3300-close-customer
           end-if.

       3100-return-sorted.
           return sort-work
               at end set ws-sort-eof to true
           end-return.

       3200-print-one-line.
           if not is-first-customer and sw-ident not = ws-prev-ident
               perform 3300-close-customer
           end-if
           if is-first-customer or sw-ident not = ws-prev-ident
               move "N" to ws-first-flag
               move sw-ident to ws-prev-ident
               perform 3400-open-customer
           end-if
           if sw-type = "W"
               move "WRITE-OFF" to ws-type-word
               add sw-amount to ws-cust-written
               add 1 to ws-qtr-writeoffs
           else
               move "RECOVERY " to ws-type-word
               add sw-amount to ws-cust-recovered
               add 1 to ws-qtr-recoveries
           end-if
           move sw-amount to ws-amount-edit
           move spaces to report-line
           string "  " sw-date " " ws-type-word " " sw-invoice " "
               ws-amount-edit " " sw-account " " sw-operator " "
               sw-approver delimited by size into report-line
           write report-line
           perform 3100-return-sorted.

       3300-close-customer.
           compute ws-net-loss = ws-cust-written - ws-cust-recovered
           move ws-cust-written to ws-total-edit
           move ws-cust-recovered to ws-total-edit-2
           move ws-net-loss to ws-net-edit
           move spaces to report-line
           string "  WRITTEN OFF " ws-total-edit " RECOVERED "
               ws-total-edit-2 " NET " ws-net-edit
               delimited by size into report-line
           write report-line
           add ws-cust-written to ws-qtr-written
           add ws-cust-recovered to ws-qtr-recovered.

       3400-open-customer.
           add 1 to ws-qtr-customers
           move 0 to ws-cust-written
           move 0 to ws-cust-recovered
           move sw-ident to ident
           read customer-master
               key is ident
           end-read
           if not master-ok
               move spaces to custname
           end-if
           move spaces to report-line
           write report-line
           move spaces to report-line
           string "CUSTOMER " sw-ident " " custname
               delimited by size into report-line
           write report-line.

       4000-print-quarter-totals.
           compute ws-net-loss = ws-qtr-written - ws-qtr-recovered
           move ws-qtr-written to ws-total-edit
           move ws-qtr-recovered to ws-total-edit-2
           move ws-net-loss to ws-net-edit
           move spaces to report-line
           write report-line
           move spaces to report-line
           string "QUARTER CUSTOMERS " ws-qtr-customers
               " WRITE-OFFS " ws-qtr-writeoffs
               " RECOVERIES " ws-qtr-recoveries
               delimited by size into report-line
           write report-line
           move spaces to report-line
           string "QUARTER WRITTEN OFF " ws-total-edit " RECOVERED "
               ws-total-edit-2 " NET " ws-net-edit
               delimited by size into report-line
           write report-line.

       9000-wrapup.
           if ws-card-found
               close customer-master
           end-if
           close quarter-report.
