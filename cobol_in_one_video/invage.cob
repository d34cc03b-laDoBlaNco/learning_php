      *Nobody could say how much money sits on the shelves in items
      *that haven't moved in a year. This is the slow-moving and
      *obsolete stock report: every item on the inventory master is
      *aged by the days since its last issue on the item history,
      *and its on-hand is extended at the average cost into the
      *aging buckets - issued in the last 180 days, 180 to 365, over
      *a year, and never issued at all. An item whose last issue is
      *older than the control card's threshold (a year when no card
      *says otherwise) is flagged SLOW, as is a never-issued item
      *received longer ago than that (or with no receipt on file);
      *the flagged items are the ones to put forward for an
      *approved write-down (INVPOST's W movement). Items with
      *nothing on hand list but carry no value and no flag. The age
      *runs to the run date unless the card names another as-of
      *date.
       identification division.
       program-id. invage.
       author. ladoblanco prod.
       date-written. November 24th 2025.
       environment division.
       input-output section.
       file-control.
           select inventory-master assign to "inventory-master.dat"
               organization is indexed
               access mode is sequential
               record key is iv-item-id
               file status is ws-master-status.
           select item-history assign to "inventory-history.dat"
               organization is line sequential
               file status is ws-history-status.
           select age-control assign to "invage-control.dat"
               organization is line sequential
               file status is ws-control-status.
           select age-report assign to "invage.rpt"
               organization is line sequential
               file status is ws-report-status.
       data division.
       file section.
       fd inventory-master.
       copy invmstr.
      *The item history as INVPOST retains it.
       fd item-history.
       01 item-history-record.
           02 ih-item-id pic 9(6).
           02 ih-date pic 9(8).
           02 ih-type pic x.
               88 ih-receipt value "R".
               88 ih-issue value "I".
           02 ih-qty pic 9(5).
           02 ih-balance pic 9(7).
           02 ih-cost pic 9(5)v99.
           02 ih-po-number pic 9(6).
           02 ih-receipt-price pic 9(5)v99.
           02 ih-location pic x(4).
           02 ih-to-location pic x(4).
       fd age-control.
       01 age-control-record.
           02 agc-as-of-date pic 9(8).
           02 agc-threshold-days pic 9(5).
       fd age-report.
       01 report-line pic x(80).
       working-storage section.
       01 ws-master-status pic xx value spaces.
           88 master-ok value "00".
           88 master-eof value "10".
       01 ws-history-status pic xx value spaces.
           88 history-ok value "00".
           88 history-eof value "10".
       01 ws-control-status pic xx value spaces.
       01 ws-report-status pic xx value spaces.
       01 ws-as-of-date pic 9(8) value 0.
       01 ws-threshold-days pic 9(5) value 365.
       01 ws-ds-function pic x value "D".
       01 ws-ds-number pic s9(7) value 0.
       01 ws-ds-status pic x value spaces.
      *The bucket breaks, in days since the last issue.
       01 age-bucket-1-limit constant as 180.
       01 age-bucket-2-limit constant as 365.
      *The master in storage for the run, with the last issue and
      *receipt dates the history pass finds.
       01 item-table.
           02 item-entry occurs 2000 times
                   indexed by item-idx.
               03 it-item-id pic 9(6).
               03 it-item-desc pic x(20).
               03 it-on-hand pic 9(7).
               03 it-unit-cost pic 9(5)v99.
               03 it-last-issue pic 9(8).
               03 it-last-receipt pic 9(8).
       01 ws-item-count pic 9(5) value 0.
       01 ws-item-scan pic 9(5) value 0.
       01 ws-found-flag pic x value "N".
           88 ws-item-found value "Y".
       01 ws-item-value pic 9(12)v99 value 0.
       01 ws-days-since pic 9(7) value 0.
       01 ws-bucket-idx pic 9 value 0.
       01 ws-slow-flag pic x(4) value spaces.
       01 ws-last-shown pic x(8) value spaces.
       01 ws-days-shown pic x(5) value spaces.
       01 ws-days-edit pic zzzz9.
      *Items and value by bucket - under 180, 180-365, over a year,
      *never issued - and the fifth row the total.
       01 bucket-totals.
           02 bucket-total occurs 5 times.
               03 bt-items pic 9(5).
               03 bt-value pic 9(12)v99.
       01 bucket-names.
           02 filler pic x(15) value "UNDER 180 DAYS".
           02 filler pic x(15) value "180-365 DAYS".
           02 filler pic x(15) value "OVER A YEAR".
           02 filler pic x(15) value "NEVER ISSUED".
           02 filler pic x(15) value "TOTAL".
       01 bucket-name-table redefines bucket-names.
           02 bucket-name pic x(15) occurs 5 times.
       01 ws-counts.
           02 ws-history-read pic 9(7) value 0.
           02 ws-history-unknown pic 9(5) value 0.
           02 ws-table-overflow pic 9(5) value 0.
           02 ws-slow-items pic 9(5) value 0.
       01 ws-slow-value pic 9(12)v99 value 0.
       01 ws-value-edit pic zzz,zzz,zz9.99.
       01 ws-total-edit pic z,zzz,zzz,zz9.99.
       01 ws-cost-edit pic zz,zz9.99.
       procedure division.
       0000-main.
           perform 1000-initialize
           if master-ok
               perform 2000-load-items
               perform 3000-date-movements
               perform 4000-print-aging
               perform 5000-print-bucket-totals
           end-if
           perform 9000-wrapup
           stop run.

       1000-initialize.
           accept ws-as-of-date from date yyyymmdd
           open input age-control
           if ws-control-status = "00"
               read age-control
                   at end continue
                   not at end
                       if agc-as-of-date is numeric
                               and agc-as-of-date > 0
                           move agc-as-of-date to ws-as-of-date
                       end-if
                       if agc-threshold-days is numeric
                               and agc-threshold-days > 0
                           move agc-threshold-days
                               to ws-threshold-days
                       end-if
               end-read
               close age-control
           end-if
           initialize bucket-totals
           open output age-report
           move spaces to report-line
           string "SLOW-MOVING AND OBSOLETE INVENTORY AS OF "
               ws-as-of-date " - SLOW AFTER " ws-threshold-days
               " DAYS" delimited by size into report-line
           write report-line
           open input inventory-master
           if not master-ok
               display "invage: master open failed, status "
                   ws-master-status
               move 16 to return-code
               move spaces to report-line
               string "NO REPORT - master open status "
                   ws-master-status delimited by size into report-line
               write report-line
           end-if.

       2000-load-items.
           perform 2100-read-item
           perform 2200-table-one-item
               until master-eof
           close inventory-master.

       2100-read-item.
           read inventory-master next record
               at end set master-eof to true
           end-read.

       2200-table-one-item.
           if ws-item-count < 2000
               add 1 to ws-item-count
               set item-idx to ws-item-count
               move iv-item-id to it-item-id (item-idx)
               move iv-item-desc to it-item-desc (item-idx)
               move iv-on-hand to it-on-hand (item-idx)
               move iv-unit-cost to it-unit-cost (item-idx)
               move 0 to it-last-issue (item-idx)
               move 0 to it-last-receipt (item-idx)
           else
               add 1 to ws-table-overflow
           end-if
           perform 2100-read-item.

      *The latest issue and receipt on file for each item, up to
      *the as-of date. The history is in posting order, but a
      *later date simply wins.
       3000-date-movements.
           open input item-history
           if history-ok
               perform 3100-read-history
               perform 3200-date-one-movement
                   until history-eof
               close item-history
           end-if.

       3100-read-history.
           read item-history
               at end set history-eof to true
           end-read.

       3200-date-one-movement.
           add 1 to ws-history-read
           if (ih-issue or ih-receipt) and ih-date <= ws-as-of-date
               perform 3300-find-item
               if not ws-item-found
                   add 1 to ws-history-unknown
               else
                   if ih-issue
                           and ih-date > it-last-issue (item-idx)
                       move ih-date to it-last-issue (item-idx)
                   end-if
                   if ih-receipt
                           and ih-date > it-last-receipt (item-idx)
                       move ih-date to it-last-receipt (item-idx)
                   end-if
               end-if
           end-if
           perform 3100-read-history.

       3300-find-item.
           move "N" to ws-found-flag
           move 0 to ws-item-scan
           perform 3310-check-one-item
               until ws-item-scan >= ws-item-count
                   or ws-item-found.

       3310-check-one-item.
           add 1 to ws-item-scan
           set item-idx to ws-item-scan
           if it-item-id (item-idx) = ih-item-id
               set ws-item-found to true
           end-if.

       4000-print-aging.
           move spaces to report-line
           write report-line
           move spaces to report-line
           string "ITEM   DESCRIPTION          ON HAND UNIT COST"
               "          VALUE LAST ISS  DAYS" delimited by size
               into report-line
           write report-line
           move 0 to ws-item-scan
           perform 4100-age-one-item
               until ws-item-scan >= ws-item-count.

       4100-age-one-item.
           add 1 to ws-item-scan
           set item-idx to ws-item-scan
           compute ws-item-value =
               it-on-hand (item-idx) * it-unit-cost (item-idx)
               on size error move 0 to ws-item-value
           end-compute
           move spaces to ws-slow-flag
           if it-last-issue (item-idx) = 0
               move 4 to ws-bucket-idx
               move "NEVER" to ws-last-shown
               move spaces to ws-days-shown
               if it-last-receipt (item-idx) = 0
                   move ws-threshold-days to ws-days-since
                   add 1 to ws-days-since
               else
                   call "dateserv" using ws-ds-function
                       it-last-receipt (item-idx) ws-as-of-date
                       ws-ds-number ws-ds-status
                   perform 4200-take-days
               end-if
           else
               call "dateserv" using ws-ds-function
                   it-last-issue (item-idx) ws-as-of-date
                   ws-ds-number ws-ds-status
               perform 4200-take-days
               move it-last-issue (item-idx) to ws-last-shown
               move ws-days-since to ws-days-edit
               move ws-days-edit to ws-days-shown
               evaluate true
                   when ws-days-since < age-bucket-1-limit
                       move 1 to ws-bucket-idx
                   when ws-days-since <= age-bucket-2-limit
                       move 2 to ws-bucket-idx
                   when other
                       move 3 to ws-bucket-idx
               end-evaluate
           end-if
           if it-on-hand (item-idx) > 0
                   and ws-days-since > ws-threshold-days
               move "SLOW" to ws-slow-flag
               add 1 to ws-slow-items
               add ws-item-value to ws-slow-value
           end-if
           add 1 to bt-items (ws-bucket-idx)
           add ws-item-value to bt-value (ws-bucket-idx)
           add 1 to bt-items (5)
           add ws-item-value to bt-value (5)
           move it-unit-cost (item-idx) to ws-cost-edit
           move ws-item-value to ws-value-edit
           move spaces to report-line
           string it-item-id (item-idx) " " it-item-desc (item-idx)
               " " it-on-hand (item-idx) " " ws-cost-edit " "
               ws-value-edit " " ws-last-shown " " ws-days-shown
               " " ws-slow-flag delimited by size into report-line
           write report-line.

      *A date the date service can't work with ages as zero days
      *rather than flagging stock on a keying error.
       4200-take-days.
           if ws-ds-status = "Y" and ws-ds-number > 0
               move ws-ds-number to ws-days-since
           else
               move 0 to ws-days-since
           end-if.

       5000-print-bucket-totals.
           move spaces to report-line
           write report-line
           move spaces to report-line
           string "AGE SINCE LAST ISSUE   ITEMS     VALUE AT COST"
               delimited by size into report-line
           write report-line
           move 0 to ws-bucket-idx
           perform 5100-print-one-bucket
               until ws-bucket-idx >= 5
           move ws-slow-value to ws-total-edit
           move spaces to report-line
           write report-line
           move spaces to report-line
           string "FLAGGED SLOW " ws-slow-items " VALUE "
               ws-total-edit delimited by size into report-line
           write report-line
           move spaces to report-line
           string "HISTORY LINES READ " ws-history-read
               " FOR ITEMS NOT ON MASTER " ws-history-unknown
               delimited by size into report-line
           write report-line
           if ws-table-overflow > 0
               move spaces to report-line
               string "*** ITEMS NOT AGED - TABLE FULL "
                   ws-table-overflow delimited by size
                   into report-line
               write report-line
           end-if.

       5100-print-one-bucket.
           add 1 to ws-bucket-idx
           if ws-bucket-idx = 5
               move spaces to report-line
               write report-line
           end-if
           move bt-value (ws-bucket-idx) to ws-total-edit
           move spaces to report-line
           string bucket-name (ws-bucket-idx)
               "       " bt-items (ws-bucket-idx) " "
               ws-total-edit delimited by size into report-line
           write report-line.

       9000-wrapup.
           close age-report.
