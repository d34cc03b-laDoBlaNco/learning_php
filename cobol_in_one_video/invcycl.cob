      *The day's cycle-count list. Counting by class instead of the
      *twice-yearly wall-to-wall: A items come round monthly, B
      *quarterly and C twice a year, spread over the business year
      *(250 working days) so each day counts its share - a class's
      *item count times its counts a year over 250, rounded up. The
      *items chosen are the ones longest since their last applied
      *count, never-counted first, so the list rolls through the
      *whole class and an item flagged for recount (never stamped)
      *comes straight back the next day. The list prints as the
      *count sheet and is also written as INVCOUNT's count file,
      *counted column blank, so the counters key the quantities in
      *and the usual INVCOUNT variance and APPLY run posts them and
      *stamps the items counted. A blank class (not yet ranked by
      *INVABC) counts as C. The run date is today unless a control
      *card names another, and a weekend or holiday writes no list.
      *
      *Modification history
      *November 10th 2025  - ladoblanco prod - an item on the list
      *  is counted at every location the item-location stock file
      *  has it at, one count line per location (the main
      *  warehouse where it has none), to match INVCOUNT counting
      *  by location.
       identification division.
       program-id. invcycl.
       author. ladoblanco prod.
       date-written. November 3rd 2025.
       environment division.
       input-output section.
       file-control.
           select inventory-master assign to "inventory-master.dat"
               organization is indexed
               access mode is sequential
               record key is iv-item-id
               file status is ws-master-status.
           select cycle-control assign to "invcycl-control.dat"
               organization is line sequential
               file status is ws-control-status.
           select count-file assign to "inventory-count.dat"
               organization is line sequential
               file status is ws-count-status.
           select location-stock assign to "inventory-locations.dat"
               organization is indexed
               access mode is dynamic
               record key is il-key
               file status is ws-location-status.
           select count-sheet assign to "invcycl.rpt"
               organization is line sequential
               file status is ws-report-status.
       data division.
       file section.
       fd inventory-master.
       copy invmstr.
       fd cycle-control.
       01 cycle-control-record.
           02 ycc-run-date pic 9(8).
      *INVCOUNT's count-file layout, the counted quantity left for
      *the counters.
       fd count-file.
       01 count-record.
           02 cc-item-id pic 9(6).
           02 cc-counted pic x(7).
           02 cc-location pic x(4).
       fd location-stock.
       copy invloc.
       fd count-sheet.
       01 report-line pic x(80).
       working-storage section.
       01 ws-master-status pic xx value spaces.
           88 master-ok value "00".
           88 master-eof value "10".
       01 ws-control-status pic xx value spaces.
       01 ws-count-status pic xx value spaces.
           88 count-ok value "00".
       01 ws-report-status pic xx value spaces.
       01 ws-location-status pic xx value spaces.
           88 location-ok value "00".
       01 ws-location-file-flag pic x value "N".
           88 ws-location-file-open value "Y".
       01 ws-location-done-flag pic x value "N".
           88 ws-location-done value "Y".
       01 ws-location-lines pic 9(3) value 0.
       01 inv-main-location constant as "MAIN".
       01 ws-run-date pic 9(8) value 0.
       01 ws-ds-function pic x value "B".
       01 ws-ds-date-2 pic 9(8) value 0.
       01 ws-ds-number pic s9(7) value 0.
       01 ws-ds-status pic x value spaces.
      *Counts a year by class, A B C, over the working year.
       01 cycle-working-days constant as 250.
       01 cycle-frequencies.
           02 filler pic 9(2) value 12.
           02 filler pic 9(2) value 4.
           02 filler pic 9(2) value 2.
       01 cycle-frequency-table redefines cycle-frequencies.
           02 cycle-frequency pic 9(2) occurs 3 times.
       01 ws-class-letters pic x(3) value "ABC".
      *The master in storage for the run.
       01 item-table.
           02 item-entry occurs 2000 times
                   indexed by item-idx.
               03 it-item-id pic 9(6).
               03 it-item-desc pic x(20).
               03 it-class-idx pic 9.
               03 it-last-count-date pic 9(8).
               03 it-picked pic x.
       01 ws-item-count pic 9(5) value 0.
       01 ws-item-scan pic 9(5) value 0.
       01 ws-table-overflow pic 9(5) value 0.
       01 class-counts.
           02 class-count occurs 3 times.
               03 cl-items pic 9(5).
               03 cl-due pic 9(5).
               03 cl-listed pic 9(5).
       01 ws-class-idx pic 9 value 0.
       01 ws-pick-idx pic 9(5) value 0.
       01 ws-pick-date pic 9(8) value 0.
       01 ws-pick-flag pic x value "N".
           88 ws-pick-none-left value "Y".
       01 ws-last-counted pic x(8) value spaces.
       01 ws-total-listed pic 9(5) value 0.
       procedure division.
       0000-main.
           perform 1000-initialize
           if master-ok
               perform 2000-load-items
               if ws-ds-number = 1
                   open output count-file
                   open input location-stock
                   if location-ok
                       set ws-location-file-open to true
                   end-if
                   perform 3000-list-class
                       until ws-class-idx >= 3
                   close count-file
                   if ws-location-file-open
                       close location-stock
                   end-if
               else
                   move spaces to report-line
                   string "NOT A BUSINESS DAY - NO COUNT LIST"
                       delimited by size into report-line
                   write report-line
               end-if
               perform 4000-print-summary
           end-if
           perform 9000-wrapup
           stop run.

       1000-initialize.
           accept ws-run-date from date yyyymmdd
           open input cycle-control
           if ws-control-status = "00"
               read cycle-control
                   at end continue
                   not at end
                       if ycc-run-date is numeric
                               and ycc-run-date > 0
                           move ycc-run-date to ws-run-date
                       end-if
               end-read
               close cycle-control
           end-if
           call "dateserv" using ws-ds-function ws-run-date
               ws-ds-date-2 ws-ds-number ws-ds-status
           if ws-ds-status not = "Y"
               move 0 to ws-ds-number
           end-if
           initialize class-counts
           open output count-sheet
           move spaces to report-line
           string "CYCLE COUNT SHEET FOR " ws-run-date
               delimited by size into report-line
           write report-line
           open input inventory-master
           if not master-ok
               display "invcycl: master open failed, status "
                   ws-master-status
               move 16 to return-code
               move spaces to report-line
               string "NO COUNT LIST - master open status "
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
               evaluate true
                   when iv-class-a
                       move 1 to it-class-idx (item-idx)
                   when iv-class-b
                       move 2 to it-class-idx (item-idx)
                   when other
                       move 3 to it-class-idx (item-idx)
               end-evaluate
               move iv-last-count-date
                   to it-last-count-date (item-idx)
               move "N" to it-picked (item-idx)
               add 1 to cl-items (it-class-idx (item-idx))
           else
               add 1 to ws-table-overflow
           end-if
           perform 2100-read-item.

       3000-list-class.
           add 1 to ws-class-idx
           compute cl-due (ws-class-idx) =
               (cl-items (ws-class-idx) * cycle-frequency (ws-class-idx)
               + cycle-working-days - 1) / cycle-working-days
           if cl-items (ws-class-idx) > 0
               move spaces to report-line
               write report-line
               move spaces to report-line
               string "CLASS " ws-class-letters (ws-class-idx:1)
                   "  ITEM   DESCRIPTION          LAST CNT LOC  "
                   "COUNTED" delimited by size into report-line
               write report-line
           end-if
           move "N" to ws-pick-flag
           perform 3100-pick-one-item
               until ws-pick-none-left
                   or cl-listed (ws-class-idx) >= cl-due (ws-class-idx).

      *The oldest last count in the class not already on today's
      *list - zero (never counted) sorts first, and an item already
      *applied today isn't listed again.
       3100-pick-one-item.
           move 0 to ws-pick-idx
           move 99999999 to ws-pick-date
           move 0 to ws-item-scan
           perform 3200-check-one-item
               until ws-item-scan >= ws-item-count
           if ws-pick-idx = 0
               set ws-pick-none-left to true
           else
               set item-idx to ws-pick-idx
               move "Y" to it-picked (item-idx)
               add 1 to cl-listed (ws-class-idx)
               add 1 to ws-total-listed
               perform 3300-list-item
           end-if.

       3200-check-one-item.
           add 1 to ws-item-scan
           set item-idx to ws-item-scan
           if it-class-idx (item-idx) = ws-class-idx
                   and it-picked (item-idx) = "N"
                   and it-last-count-date (item-idx) < ws-pick-date
                   and it-last-count-date (item-idx) not = ws-run-date
               move ws-item-scan to ws-pick-idx
               move it-last-count-date (item-idx) to ws-pick-date
           end-if.

       3300-list-item.
           if it-last-count-date (item-idx) = 0
               move "NEVER" to ws-last-counted
           else
               move it-last-count-date (item-idx) to ws-last-counted
           end-if
           move 0 to ws-location-lines
           move "N" to ws-location-done-flag
           if not ws-location-file-open
               set ws-location-done to true
           else
               move it-item-id (item-idx) to il-item-id
               move low-values to il-location
               start location-stock key >= il-key
                   invalid key set ws-location-done to true
               end-start
           end-if
           if not ws-location-done
               perform 3310-read-next-location
           end-if
           perform 3320-list-one-location
               until ws-location-done
           if ws-location-lines = 0
               move inv-main-location to il-location
               perform 3330-write-count-line
           end-if.

       3310-read-next-location.
           read location-stock next record
               at end set ws-location-done to true
           end-read.

       3320-list-one-location.
           if il-item-id not = it-item-id (item-idx)
               set ws-location-done to true
           else
               perform 3330-write-count-line
               perform 3310-read-next-location
           end-if.

       3330-write-count-line.
           add 1 to ws-location-lines
           move spaces to report-line
           string "         " it-item-id (item-idx) " "
               it-item-desc (item-idx) " " ws-last-counted " "
               il-location "  ________" delimited by size
               into report-line
           write report-line
           move it-item-id (item-idx) to cc-item-id
           move spaces to cc-counted
           move il-location to cc-location
           write count-record.

       4000-print-summary.
           move spaces to report-line
           write report-line
           move 0 to ws-class-idx
           perform 4100-print-one-class
               until ws-class-idx >= 3
           move spaces to report-line
           string "ITEMS ON TODAY'S LIST " ws-total-listed
               delimited by size into report-line
           write report-line
           if ws-table-overflow > 0
               move spaces to report-line
               string "*** ITEMS NOT SCHEDULED - TABLE FULL "
                   ws-table-overflow delimited by size
                   into report-line
               write report-line
           end-if.

       4100-print-one-class.
           add 1 to ws-class-idx
           move spaces to report-line
           string "CLASS " ws-class-letters (ws-class-idx:1)
               "  ITEMS " cl-items (ws-class-idx)
               " DUE TODAY " cl-due (ws-class-idx)
               " LISTED " cl-listed (ws-class-idx)
               delimited by size into report-line
           write report-line.

       9000-wrapup.
           close count-sheet.
