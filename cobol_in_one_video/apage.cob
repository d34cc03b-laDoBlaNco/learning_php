      *What we owe, by vendor, aged by how far past its due date
      *each open payable is - current, 1-30, 31-60, 61-90 and over
      *90 days. Open means approved and not yet paid, and invoices
      *still on hold for purchasing, flagged, because the money is
      *owed either way once the hold is answered. Each vendor lists
      *its open invoices and then its totals across the buckets;
      *the grand totals close the report. The ageing date is the
      *run date unless a control card names another (a month-end
      *run kept to the last day of the month).
       identification division.
       program-id. apage.
       author. ladoblanco prod.
       date-written. October 20th 2025.
       environment division.
       input-output section.
       file-control.
           select ap-payables assign to "ap-payables.dat"
               organization is indexed
               access mode is sequential
               record key is ap-key
               file status is ws-payable-status.
           select vendor-master assign to "vendor-master.dat"
               organization is indexed
               access mode is dynamic
               record key is vm-vendor-id
               file status is ws-vendor-status.
           select age-control assign to "apage-control.dat"
               organization is line sequential
               file status is ws-control-status.
           select age-report assign to "apage.rpt"
               organization is line sequential
               file status is ws-report-status.
       data division.
       file section.
       fd ap-payables.
       copy apopen.
       fd vendor-master.
       copy vendmstr.
       fd age-control.
       01 age-control-record.
           02 acr-as-of-date pic 9(8).
       fd age-report.
       01 report-line pic x(80).
       working-storage section.
       01 ws-payable-status pic xx value spaces.
           88 payable-ok value "00".
           88 payable-eof value "10".
       01 ws-vendor-status pic xx value spaces.
           88 vendor-ok value "00".
       01 ws-control-status pic xx value spaces.
       01 ws-report-status pic xx value spaces.
       01 ws-as-of-date pic 9(8) value 0.
       01 ws-vendor-master-flag pic x value "N".
           88 ws-vendor-master-open value "Y".
       01 ws-current-vendor pic x(10) value spaces.
       01 ws-vendor-name pic x(30) value spaces.
       01 ws-days-past-due pic s9(7) value 0.
       01 ws-ds-function pic x value "D".
       01 ws-ds-status pic x value spaces.
       01 ws-bucket pic 9 value 0.
      *Buckets 1 current, 2 1-30, 3 31-60, 4 61-90, 5 over 90, and
      *6 the total.
       01 vendor-buckets.
           02 vendor-bucket pic 9(9)v99 occurs 6 times.
       01 grand-buckets.
           02 grand-bucket pic 9(9)v99 occurs 6 times.
       01 ws-bucket-scan pic 9 value 0.
       01 ws-counts.
           02 ws-open-items pic 9(5) value 0.
           02 ws-held-items pic 9(5) value 0.
           02 ws-vendors pic 9(5) value 0.
       01 ws-amount-edit pic zzz,zzz,zz9.99.
       01 ws-days-edit pic ----9.
       01 ws-bucket-edits.
           02 ws-bucket-edit pic z(6)9.99 occurs 6 times.
       procedure division.
       0000-main.
           perform 1000-initialize
           perform 2000-age-one-payable
               until payable-eof
           if ws-current-vendor not = spaces
               perform 3000-print-vendor-totals
           end-if
           perform 4000-print-grand-totals
           perform 9000-wrapup
           stop run.

       1000-initialize.
           accept ws-as-of-date from date yyyymmdd
           open input age-control
           if ws-control-status = "00"
               read age-control
                   at end continue
                   not at end
                       if acr-as-of-date is numeric
                               and acr-as-of-date > 0
                           move acr-as-of-date to ws-as-of-date
                       end-if
               end-read
               close age-control
           end-if
           initialize grand-buckets
           open output age-report
           move spaces to report-line
           string "AGED ACCOUNTS PAYABLE AS OF " ws-as-of-date
               delimited by size into report-line
           write report-line
           move spaces to report-line
           write report-line
           move spaces to report-line
           string "VENDOR      CURRENT       1-30      "
               "31-60      61-90    OVER 90      TOTAL"
               delimited by size into report-line
           write report-line
           open input vendor-master
           if vendor-ok
               set ws-vendor-master-open to true
           end-if
           open input ap-payables
           if payable-ok
               perform 1100-read-payable
           else
               move spaces to report-line
               string "NO PAYABLES ON FILE" delimited by size
                   into report-line
               write report-line
               set payable-eof to true
           end-if.

       1100-read-payable.
           read ap-payables next record
               at end set payable-eof to true
           end-read.

       2000-age-one-payable.
           if ap-approved or ap-held
               if ap-vendor-id not = ws-current-vendor
                   if ws-current-vendor not = spaces
                       perform 3000-print-vendor-totals
                   end-if
                   perform 2100-start-vendor
               end-if
               perform 2200-age-invoice
           end-if
           perform 1100-read-payable.

       2100-start-vendor.
           move ap-vendor-id to ws-current-vendor
           add 1 to ws-vendors
           initialize vendor-buckets
           move "*** NOT ON VENDOR MASTER" to ws-vendor-name
           if ws-vendor-master-open
               move ap-vendor-id to vm-vendor-id
               read vendor-master
                   key is vm-vendor-id
               end-read
               if vendor-ok
                   move vm-name to ws-vendor-name
               end-if
           end-if
           move spaces to report-line
           write report-line
           move spaces to report-line
           string ap-vendor-id " " ws-vendor-name delimited by size
               into report-line
           write report-line.

       2200-age-invoice.
           add 1 to ws-open-items
           move 0 to ws-days-past-due
           call "dateserv" using ws-ds-function ap-due-date
               ws-as-of-date ws-days-past-due ws-ds-status
           if ws-ds-status not = "Y"
               move 0 to ws-days-past-due
           end-if
           evaluate true
               when ws-days-past-due <= 0
                   move 1 to ws-bucket
               when ws-days-past-due <= 30
                   move 2 to ws-bucket
               when ws-days-past-due <= 60
                   move 3 to ws-bucket
               when ws-days-past-due <= 90
                   move 4 to ws-bucket
               when other
                   move 5 to ws-bucket
           end-evaluate
           add ap-amount to vendor-bucket (ws-bucket)
           add ap-amount to vendor-bucket (6)
           move ap-amount to ws-amount-edit
           move ws-days-past-due to ws-days-edit
           move spaces to report-line
           if ap-held
               add 1 to ws-held-items
               string "  " ap-invoice-no " inv " ap-invoice-date
                   " due " ap-due-date " days " ws-days-edit
                   ws-amount-edit " ON HOLD" delimited by size
                   into report-line
           else
               string "  " ap-invoice-no " inv " ap-invoice-date
                   " due " ap-due-date " days " ws-days-edit
                   ws-amount-edit delimited by size
                   into report-line
           end-if
           write report-line.

       3000-print-vendor-totals.
           move 0 to ws-bucket-scan
           perform 3100-edit-one-bucket
               until ws-bucket-scan >= 6
           move spaces to report-line
           string "  TOTAL  " ws-bucket-edit (1) " "
               ws-bucket-edit (2) " " ws-bucket-edit (3) " "
               ws-bucket-edit (4) " " ws-bucket-edit (5) " "
               ws-bucket-edit (6) delimited by size
               into report-line
           write report-line.

       3100-edit-one-bucket.
           add 1 to ws-bucket-scan
           move vendor-bucket (ws-bucket-scan)
               to ws-bucket-edit (ws-bucket-scan)
           add vendor-bucket (ws-bucket-scan)
               to grand-bucket (ws-bucket-scan).

       4000-print-grand-totals.
           move 0 to ws-bucket-scan
           perform 4100-edit-one-grand-bucket
               until ws-bucket-scan >= 6
           move spaces to report-line
           write report-line
           move spaces to report-line
           string "ALL      " ws-bucket-edit (1) " "
               ws-bucket-edit (2) " " ws-bucket-edit (3) " "
               ws-bucket-edit (4) " " ws-bucket-edit (5) " "
               ws-bucket-edit (6) delimited by size
               into report-line
           write report-line
           move spaces to report-line
           string "VENDORS " ws-vendors " OPEN INVOICES "
               ws-open-items " ON HOLD " ws-held-items
               delimited by size into report-line
           write report-line.

       4100-edit-one-grand-bucket.
           add 1 to ws-bucket-scan
           move grand-bucket (ws-bucket-scan)
               to ws-bucket-edit (ws-bucket-scan).

       9000-wrapup.
           close ap-payables
           if ws-vendor-master-open
               close vendor-master
           end-if
           close age-report.
