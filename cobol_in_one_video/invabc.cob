      *INVCOUNT counts the whole warehouse twice a year, so the parts
      *that carry the money go six months between counts like the
      *washers do. This is the ABC ranking the cycle-count schedule
      *runs on: every item on the inventory master is valued by what
      *it issued over the last year (each issue on the item history
      *at the cost it went out at), the items are sorted from the
      *biggest annual issue value down, and the class falls out of
      *the running total - the items making up the first 80% of the
      *year's issue value are A, the next 15% B, and the rest, with
      *anything that issued nothing, C. The class and the annual
      *value go back on the master for INVCYCL, and the report lists
      *the ranking with each class's item count and share. The year
      *ends on the run date unless a control card names another
      *(a ranking rerun as of the last quarter-end). Rerun it as
      *the mix changes - quarterly keeps the classes honest.
      *
      *Modification history
      *November 10th 2025  - ladoblanco prod - the item history
      *  layout carries the stock location(s) INVPOST now writes;
      *  transfers between locations aren't issues and don't
      *  count toward the ranking.
       identification division.
       program-id. invabc.
       author. ladoblanco prod.
       date-written. November 3rd 2025.
       environment division.
       input-output section.
       file-control.
           select inventory-master assign to "inventory-master.dat"
               organization is indexed
               access mode is dynamic
               record key is iv-item-id
               file status is ws-master-status.
           select item-history assign to "inventory-history.dat"
               organization is line sequential
               file status is ws-history-status.
           select abc-control assign to "invabc-control.dat"
               organization is line sequential
               file status is ws-control-status.
           select abc-report assign to "invabc.rpt"
               organization is line sequential
               file status is ws-report-status.
           select sort-work assign to "invabc.wrk".
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
               88 ih-issue value "I".
           02 ih-qty pic 9(5).
           02 ih-balance pic 9(7).
           02 ih-cost pic 9(5)v99.
           02 ih-po-number pic 9(6).
           02 ih-receipt-price pic 9(5)v99.
           02 ih-location pic x(4).
           02 ih-to-location pic x(4).
       fd abc-control.
       01 abc-control-record.
           02 acc-as-of-date pic 9(8).
       fd abc-report.
       01 report-line pic x(80).
       sd sort-work.
       01 sort-record.
           02 sw-annual-usage pic 9(9)v99.
           02 sw-item-id pic 9(6).
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
       01 ws-from-date pic 9(8) value 0.
       01 ws-ds-function pic x value "P".
       01 ws-ds-days pic s9(7) value -364.
       01 ws-ds-status pic x value spaces.
       01 ws-sort-flag pic x value "N".
           88 ws-sort-eof value "Y".
      *The class breaks, as a share of the year's issue value.
       01 abc-class-a-limit constant as 80.
       01 abc-class-b-limit constant as 95.
      *Every item on the master with what it issued this year.
       01 usage-table.
           02 usage-entry occurs 2000 times
                   indexed by usage-idx.
               03 ut-item-id pic 9(6).
               03 ut-annual-usage pic 9(9)v99.
       01 ws-item-count pic 9(5) value 0.
       01 ws-usage-scan pic 9(5) value 0.
       01 ws-found-flag pic x value "N".
           88 ws-item-found value "Y".
       01 ws-issue-value pic 9(9)v99 value 0.
       01 ws-total-usage pic 9(11)v99 value 0.
       01 ws-running-usage pic 9(11)v99 value 0.
       01 ws-running-pct pic 9(3)v9 value 0.
       01 ws-class pic x value space.
       01 ws-rank pic 9(5) value 0.
      *Items and issue value by class, A B C.
       01 class-totals.
           02 class-total occurs 3 times.
               03 ct-items pic 9(5).
               03 ct-usage pic 9(11)v99.
       01 ws-class-idx pic 9 value 0.
       01 ws-class-pct pic 9(3)v9 value 0.
       01 ws-class-letters pic x(3) value "ABC".
       01 ws-counts.
           02 ws-issues-counted pic 9(7) value 0.
           02 ws-issues-unknown pic 9(5) value 0.
           02 ws-table-overflow pic 9(5) value 0.
       01 ws-usage-edit pic zzz,zzz,zz9.99.
       01 ws-total-edit pic z,zzz,zzz,zz9.99.
       01 ws-pct-edit pic zz9.9.
       01 ws-rank-edit pic zzzz9.
       procedure division.
       0000-main.
           perform 1000-initialize
           if master-ok
               perform 2000-load-items
               perform 3000-total-issues
               sort sort-work
                   on descending key sw-annual-usage
                   on ascending key sw-item-id
                   input procedure is 4000-release-items
                   output procedure is 5000-assign-classes
               perform 6000-print-class-totals
           end-if
           perform 9000-wrapup
           stop run.

       1000-initialize.
           accept ws-as-of-date from date yyyymmdd
           open input abc-control
           if ws-control-status = "00"
               read abc-control
                   at end continue
                   not at end
                       if acc-as-of-date is numeric
                               and acc-as-of-date > 0
                           move acc-as-of-date to ws-as-of-date
                       end-if
               end-read
               close abc-control
           end-if
           call "dateserv" using ws-ds-function ws-as-of-date
               ws-from-date ws-ds-days ws-ds-status
           if ws-ds-status not = "Y"
               move 0 to ws-from-date
           end-if
           initialize class-totals
           open output abc-report
           move spaces to report-line
           string "ABC CLASSIFICATION - ISSUES " ws-from-date
               " THROUGH " ws-as-of-date delimited by size
               into report-line
           write report-line
           open input inventory-master
           if not master-ok
               display "invabc: master open failed, status "
                   ws-master-status
               move 16 to return-code
               move spaces to report-line
               string "NO ITEMS RANKED - master open status "
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
               set usage-idx to ws-item-count
               move iv-item-id to ut-item-id (usage-idx)
               move 0 to ut-annual-usage (usage-idx)
           else
               add 1 to ws-table-overflow
           end-if
           perform 2100-read-item.

      *Issues inside the year only - receipts and anything dated
      *after the as-of date don't count toward the ranking.
       3000-total-issues.
           open input item-history
           if history-ok
               perform 3100-read-history
               perform 3200-add-one-issue
                   until history-eof
               close item-history
           else
               move spaces to report-line
               string "NO ITEM HISTORY - every item ranks C"
                   delimited by size into report-line
               write report-line
           end-if.

       3100-read-history.
           read item-history
               at end set history-eof to true
           end-read.

       3200-add-one-issue.
           if ih-issue
                   and ih-date >= ws-from-date
                   and ih-date <= ws-as-of-date
               move "N" to ws-found-flag
               move 0 to ws-usage-scan
               perform 3300-find-item
                   until ws-item-found
                       or ws-usage-scan >= ws-item-count
               if ws-item-found
                   compute ws-issue-value rounded = ih-qty * ih-cost
                       on size error move 0 to ws-issue-value
                   end-compute
                   add ws-issue-value to ut-annual-usage (usage-idx)
                   add ws-issue-value to ws-total-usage
                   add 1 to ws-issues-counted
               else
                   add 1 to ws-issues-unknown
               end-if
           end-if
           perform 3100-read-history.

       3300-find-item.
           add 1 to ws-usage-scan
           set usage-idx to ws-usage-scan
           if ut-item-id (usage-idx) = ih-item-id
               set ws-item-found to true
           end-if.

       4000-release-items.
           move 0 to ws-usage-scan
           perform 4100-release-one-item
               until ws-usage-scan >= ws-item-count.

       4100-release-one-item.
           add 1 to ws-usage-scan
           set usage-idx to ws-usage-scan
           move ut-annual-usage (usage-idx) to sw-annual-usage
           move ut-item-id (usage-idx) to sw-item-id
           release sort-record.

       5000-assign-classes.
           open i-o inventory-master
           if not master-ok
               display "invabc: master reopen failed, status "
                   ws-master-status
               move 16 to return-code
           else
               move spaces to report-line
               write report-line
               move spaces to report-line
               string " RANK ITEM   DESCRIPTION          "
                   "   ANNUAL USAGE  CUM %  CLASS"
                   delimited by size into report-line
               write report-line
               perform 5100-return-sorted
               perform 5200-class-one-item
                   until ws-sort-eof
               close inventory-master
           end-if.

       5100-return-sorted.
           return sort-work
               at end set ws-sort-eof to true
           end-return.

      *The class goes by where the item's value starts in the
      *running total, so the item that carries the total across the
      *80% line is still an A.
       5200-class-one-item.
           add 1 to ws-rank
           evaluate true
               when sw-annual-usage = 0
                   move "C" to ws-class
               when ws-running-usage * 100 <
                       ws-total-usage * abc-class-a-limit
                   move "A" to ws-class
               when ws-running-usage * 100 <
                       ws-total-usage * abc-class-b-limit
                   move "B" to ws-class
               when other
                   move "C" to ws-class
           end-evaluate
           add sw-annual-usage to ws-running-usage
           if ws-total-usage > 0
               compute ws-running-pct rounded =
                   ws-running-usage * 100 / ws-total-usage
           else
               move 0 to ws-running-pct
           end-if
           move sw-item-id to iv-item-id
           read inventory-master
               key is iv-item-id
           end-read
           if master-ok
               move ws-class to iv-abc-class
               move sw-annual-usage to iv-annual-usage
               rewrite inventory-item
               evaluate ws-class
                   when "A"
                       move 1 to ws-class-idx
                   when "B"
                       move 2 to ws-class-idx
                   when other
                       move 3 to ws-class-idx
               end-evaluate
               add 1 to ct-items (ws-class-idx)
               add sw-annual-usage to ct-usage (ws-class-idx)
               move ws-rank to ws-rank-edit
               move sw-annual-usage to ws-usage-edit
               move ws-running-pct to ws-pct-edit
               move spaces to report-line
               string ws-rank-edit " " iv-item-id " " iv-item-desc
                   " " ws-usage-edit "  " ws-pct-edit "    "
                   ws-class delimited by size into report-line
               write report-line
           end-if
           perform 5100-return-sorted.

       6000-print-class-totals.
           move spaces to report-line
           write report-line
           move 0 to ws-class-idx
           perform 6100-print-one-class
               until ws-class-idx >= 3
           move ws-total-usage to ws-total-edit
           move spaces to report-line
           string "ALL      ITEMS " ws-item-count
               " ANNUAL USAGE " ws-total-edit
               delimited by size into report-line
           write report-line
           move spaces to report-line
           string "ISSUES COUNTED " ws-issues-counted
               " NOT ON MASTER " ws-issues-unknown
               delimited by size into report-line
           write report-line
           if ws-table-overflow > 0
               move spaces to report-line
               string "*** ITEMS NOT RANKED - TABLE FULL "
                   ws-table-overflow delimited by size
                   into report-line
               write report-line
           end-if.

       6100-print-one-class.
           add 1 to ws-class-idx
           if ws-total-usage > 0
               compute ws-class-pct rounded =
                   ct-usage (ws-class-idx) * 100 / ws-total-usage
           else
               move 0 to ws-class-pct
           end-if
           move ct-usage (ws-class-idx) to ws-total-edit
           move ws-class-pct to ws-pct-edit
           move spaces to report-line
           string "CLASS " ws-class-letters (ws-class-idx:1)
               "  ITEMS " ct-items (ws-class-idx)
               " ANNUAL USAGE " ws-total-edit
               " SHARE " ws-pct-edit "%" delimited by size
               into report-line
           write report-line.

       9000-wrapup.
           close abc-report.
