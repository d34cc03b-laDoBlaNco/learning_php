      *Vendor performance for purchasing to take into renewal talks
      *instead of impressions. Every receipt INVPOST matched to a
      *purchase order is on PO-RECEIPTS.DAT with the order date, the
      *receipt date and the quantities; the promised date is the
      *order date plus the vendor's lead time off the vendor master.
      *Per vendor the report shows receipts, the percentage that
      *arrived on or before the promised date, the average days late
      *across the ones that didn't, and how many shipments came
      *short of what was still on order. An optional control card
      *limits it to receipts between two dates; no card reports
      *everything on the log. A vendor on the log that has since
      *left the master still reports, flagged, with no lead time to
      *measure against (every receipt counts as on time).
       identification division.
       program-id. vendperf.
       author. ladoblanco prod.
       date-written. October 13th 2025.
       environment division.
       input-output section.
       file-control.
           select vendor-master assign to "vendor-master.dat"
               organization is indexed
               access mode is sequential
               record key is vm-vendor-id
               file status is ws-vendor-status.
           select po-receipt-log assign to "po-receipts.dat"
               organization is line sequential
               file status is ws-receipt-status.
           select perf-control assign to "vendperf-control.dat"
               organization is line sequential
               file status is ws-control-status.
           select perf-report assign to "vendperf.rpt"
               organization is line sequential
               file status is ws-report-status.
       data division.
       file section.
       fd vendor-master.
       copy vendmstr.
       fd po-receipt-log.
       01 po-receipt-record.
           02 pr-po-number pic 9(6).
           02 pr-item-id pic 9(6).
           02 pr-vendor pic x(10).
           02 pr-order-date pic 9(8).
           02 pr-receipt-date pic 9(8).
           02 pr-ordered-qty pic 9(5).
           02 pr-received-qty pic 9(5).
           02 pr-result pic x.
               88 pr-short value "S".
       fd perf-control.
       01 perf-control-record.
           02 pc-from-date pic 9(8).
           02 pc-to-date pic 9(8).
       fd perf-report.
       01 report-line pic x(80).
       working-storage section.
       01 ws-vendor-status pic xx value spaces.
           88 vendor-ok value "00".
           88 vendor-eof value "10".
       01 ws-receipt-status pic xx value spaces.
           88 receipt-ok value "00".
           88 receipt-eof value "10".
       01 ws-control-status pic xx value spaces.
       01 ws-report-status pic xx value spaces.
       01 ws-from-date pic 9(8) value 0.
       01 ws-to-date pic 9(8) value 99999999.
       01 vendor-table.
           02 vendor-entry occurs 300 times
                   indexed by vendor-idx.
               03 vpt-vendor-id pic x(10).
               03 vpt-name pic x(30).
               03 vpt-lead-days pic 9(3).
               03 vpt-on-master pic x.
               03 vpt-receipts pic 9(5).
               03 vpt-on-time pic 9(5).
               03 vpt-late pic 9(5).
               03 vpt-late-days pic 9(7).
               03 vpt-short pic 9(5).
       01 ws-vendor-count pic 9(3) value 0.
       01 ws-vendor-scan pic 9(3) value 0.
       01 ws-vendor-found-idx pic 9(3) value 0.
       01 ws-promised-date pic 9(8) value 0.
       01 ws-ds-function pic x value "P".
       01 ws-ds-number pic s9(7) value 0.
       01 ws-ds-status pic x value spaces.
       01 ws-counts.
           02 ws-receipts-read pic 9(5) value 0.
           02 ws-receipts-used pic 9(5) value 0.
           02 ws-total-on-time pic 9(5) value 0.
           02 ws-total-late pic 9(5) value 0.
           02 ws-total-late-days pic 9(7) value 0.
           02 ws-total-short pic 9(5) value 0.
       01 ws-percent pic 999v9 value 0.
       01 ws-average pic 9(5)v9 value 0.
       01 ws-percent-edit pic zz9.9.
       01 ws-average-edit pic zzzz9.9.
       procedure division.
       0000-main.
           perform 1000-initialize
           perform 2000-measure-one-receipt
               until receipt-eof
           perform 3000-print-vendors
           perform 4000-wrapup
           stop run.

       1000-initialize.
           open output perf-report
           perform 1100-read-control-card
           move spaces to report-line
           if ws-from-date = 0 and ws-to-date = 99999999
               string "VENDOR PERFORMANCE - ALL RECEIPTS ON FILE"
                   delimited by size into report-line
           else
               string "VENDOR PERFORMANCE - RECEIPTS " ws-from-date
                   " THRU " ws-to-date delimited by size
                   into report-line
           end-if
           write report-line
           perform 1200-load-vendors
           open input po-receipt-log
           if receipt-ok
               perform 1300-read-receipt
           else
               move spaces to report-line
               string "NO PO RECEIPT LOG ON FILE" delimited by size
                   into report-line
               write report-line
               set receipt-eof to true
           end-if.

       1100-read-control-card.
           open input perf-control
           if ws-control-status = "00"
               read perf-control
                   at end continue
                   not at end
                       if pc-from-date is numeric
                               and pc-to-date is numeric
                               and pc-to-date >= pc-from-date
                           move pc-from-date to ws-from-date
                           move pc-to-date to ws-to-date
                       end-if
               end-read
               close perf-control
           end-if.

       1200-load-vendors.
           open input vendor-master
           if vendor-ok
               perform 1210-read-vendor
               perform 1220-store-vendor
                   until vendor-eof
               close vendor-master
           else
               display "vendperf: vendor master open failed, status "
                   ws-vendor-status
               move 4 to return-code
           end-if.

       1210-read-vendor.
           read vendor-master next record
               at end set vendor-eof to true
           end-read.

       1220-store-vendor.
           if ws-vendor-count < 300
               add 1 to ws-vendor-count
               set vendor-idx to ws-vendor-count
               move vm-vendor-id to vpt-vendor-id (vendor-idx)
               move vm-name to vpt-name (vendor-idx)
               move vm-lead-days to vpt-lead-days (vendor-idx)
               move "Y" to vpt-on-master (vendor-idx)
               perform 1230-clear-vendor-counts
           else
               display "vendperf: vendor table full, vendor "
                   vm-vendor-id " ignored"
           end-if
           perform 1210-read-vendor.

       1230-clear-vendor-counts.
           move 0 to vpt-receipts (vendor-idx)
           move 0 to vpt-on-time (vendor-idx)
           move 0 to vpt-late (vendor-idx)
           move 0 to vpt-late-days (vendor-idx)
           move 0 to vpt-short (vendor-idx).

       1300-read-receipt.
           read po-receipt-log
               at end set receipt-eof to true
           end-read.

      *On time means on or before order date plus lead time; late
      *receipts add their days late toward the vendor's average.
       2000-measure-one-receipt.
           add 1 to ws-receipts-read
           if pr-receipt-date >= ws-from-date
                   and pr-receipt-date <= ws-to-date
               perform 2100-find-vendor
               if ws-vendor-found-idx > 0
                   set vendor-idx to ws-vendor-found-idx
                   add 1 to ws-receipts-used
                   add 1 to vpt-receipts (vendor-idx)
                   if pr-short
                       add 1 to vpt-short (vendor-idx)
                       add 1 to ws-total-short
                   end-if
                   perform 2200-measure-lateness
               end-if
           end-if
           perform 1300-read-receipt.

       2100-find-vendor.
           move 0 to ws-vendor-found-idx
           move 0 to ws-vendor-scan
           perform 2110-scan-one-vendor
               until ws-vendor-scan >= ws-vendor-count
                   or ws-vendor-found-idx > 0
           if ws-vendor-found-idx = 0
               if ws-vendor-count < 300
                   add 1 to ws-vendor-count
                   set vendor-idx to ws-vendor-count
                   move pr-vendor to vpt-vendor-id (vendor-idx)
                   move "*** NOT ON VENDOR MASTER" to
                       vpt-name (vendor-idx)
                   move 0 to vpt-lead-days (vendor-idx)
                   move "N" to vpt-on-master (vendor-idx)
                   perform 1230-clear-vendor-counts
                   move ws-vendor-count to ws-vendor-found-idx
               else
                   display "vendperf: vendor table full, receipt "
                       "for po " pr-po-number " not counted"
               end-if
           end-if.

       2110-scan-one-vendor.
           add 1 to ws-vendor-scan
           set vendor-idx to ws-vendor-scan
           if vpt-vendor-id (vendor-idx) = pr-vendor
               move ws-vendor-scan to ws-vendor-found-idx
           end-if.

       2200-measure-lateness.
           move 0 to ws-ds-number
           if vpt-on-master (vendor-idx) = "Y"
               perform 2210-days-past-promise
           end-if
           if ws-ds-number > 0
               add 1 to vpt-late (vendor-idx)
               add ws-ds-number to vpt-late-days (vendor-idx)
               add 1 to ws-total-late
               add ws-ds-number to ws-total-late-days
           else
               add 1 to vpt-on-time (vendor-idx)
               add 1 to ws-total-on-time
           end-if.

       2210-days-past-promise.
           move "P" to ws-ds-function
           move vpt-lead-days (vendor-idx) to ws-ds-number
           call "dateserv" using ws-ds-function
               pr-order-date ws-promised-date ws-ds-number
               ws-ds-status
           move 0 to ws-ds-number
           if ws-ds-status = "Y"
               move "D" to ws-ds-function
               call "dateserv" using ws-ds-function
                   ws-promised-date pr-receipt-date ws-ds-number
                   ws-ds-status
               if ws-ds-status not = "Y"
                   move 0 to ws-ds-number
               end-if
           end-if.

      *Only vendors with receipts in the range have anything to say.
       3000-print-vendors.
           move spaces to report-line
           write report-line
           move spaces to report-line
           string "VENDOR     NAME                  RECEIPTS"
               " ON TIME %  AVG DAYS LATE  SHORT"
               delimited by size into report-line
           write report-line
           move 0 to ws-vendor-scan
           perform 3100-print-one-vendor
               until ws-vendor-scan >= ws-vendor-count.

       3100-print-one-vendor.
           add 1 to ws-vendor-scan
           set vendor-idx to ws-vendor-scan
           if vpt-receipts (vendor-idx) > 0
               compute ws-percent rounded =
                   vpt-on-time (vendor-idx) * 100
                       / vpt-receipts (vendor-idx)
               move 0 to ws-average
               if vpt-late (vendor-idx) > 0
                   compute ws-average rounded =
                       vpt-late-days (vendor-idx)
                           / vpt-late (vendor-idx)
               end-if
               move ws-percent to ws-percent-edit
               move ws-average to ws-average-edit
               move spaces to report-line
               string vpt-vendor-id (vendor-idx) " "
                   vpt-name (vendor-idx) (1:20) "     "
                   vpt-receipts (vendor-idx) "     "
                   ws-percent-edit "        " ws-average-edit
                   "  " vpt-short (vendor-idx)
                   delimited by size into report-line
               write report-line
           end-if.

       4000-wrapup.
           move spaces to report-line
           write report-line
           move 0 to ws-percent
           move 0 to ws-average
           if ws-receipts-used > 0
               compute ws-percent rounded =
                   ws-total-on-time * 100 / ws-receipts-used
           end-if
           if ws-total-late > 0
               compute ws-average rounded =
                   ws-total-late-days / ws-total-late
           end-if
           move ws-percent to ws-percent-edit
           move ws-average to ws-average-edit
           move spaces to report-line
           string "ALL VENDORS                     " "     "
               ws-receipts-used "     " ws-percent-edit
               "        " ws-average-edit "  " ws-total-short
               delimited by size into report-line
           write report-line
           move spaces to report-line
           string "RECEIPTS ON LOG " ws-receipts-read
               " IN RANGE " ws-receipts-used
               delimited by size into report-line
           write report-line
           close po-receipt-log
           close perf-report.
