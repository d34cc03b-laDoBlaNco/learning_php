      *How often the book agreed with the shelf, by ABC class - the
      *measure the cycle-count program is judged on. It reads every
      *count INVCOUNT's APPLY runs left on the count-history file and
      *totals them by the class the item carried when it was
      *counted: counts taken, how many agreed with the book, how
      *many were adjusted inside tolerance and how many went to
      *recount, and the percentage that agreed. A blank class (an
      *item counted before INVABC first ranked it) reports as C,
      *the same as the schedule treats it. An optional control card
      *limits the report to a from/to date range (a month's or a
      *quarter's counts); no card reports everything on file.
      *
      *Modification history
      *November 10th 2025  - ladoblanco prod - the count-history
      *  layout carries the stock location INVCOUNT now counts by,
      *  so the longer lines read whole.
       identification division.
       program-id. invacc.
       author. ladoblanco prod.
       date-written. November 3rd 2025.
       environment division.
       input-output section.
       file-control.
           select count-history assign to "invcount-history.dat"
               organization is line sequential
               file status is ws-history-status.
           select acc-control assign to "invacc-control.dat"
               organization is line sequential
               file status is ws-control-status.
           select acc-report assign to "invacc.rpt"
               organization is line sequential
               file status is ws-report-status.
       data division.
       file section.
      *The count history as INVCOUNT writes it.
       fd count-history.
       01 count-history-record.
           02 ch-date pic 9(8).
           02 ch-item-id pic 9(6).
           02 ch-class pic x.
           02 ch-book-qty pic 9(7).
           02 ch-counted-qty pic 9(7).
           02 ch-result pic x.
               88 ch-agreed value "M".
               88 ch-adjusted value "A".
               88 ch-recount value "R".
           02 ch-location pic x(4).
       fd acc-control.
       01 acc-control-record.
           02 ac-from-date pic 9(8).
           02 ac-to-date pic 9(8).
       fd acc-report.
       01 report-line pic x(80).
       working-storage section.
       01 ws-history-status pic xx value spaces.
           88 history-ok value "00".
           88 history-eof value "10".
       01 ws-control-status pic xx value spaces.
       01 ws-report-status pic xx value spaces.
       01 ws-from-date pic 9(8) value 0.
       01 ws-to-date pic 9(8) value 99999999.
      *Counts by class A B C, and the fourth row the total.
       01 class-accuracy.
           02 class-row occurs 4 times.
               03 ca-counts pic 9(7).
               03 ca-agreed pic 9(7).
               03 ca-adjusted pic 9(7).
               03 ca-recount pic 9(7).
       01 ws-class-idx pic 9 value 0.
       01 ws-class-names pic x(16) value "A   B   C   ALL ".
       01 ws-agreed-pct pic 9(3)v9 value 0.
       01 ws-pct-edit pic zz9.9.
       01 ws-count-edits.
           02 ws-count-edit pic z,zzz,zz9 occurs 4 times.
       01 ws-records-read pic 9(7) value 0.
       01 ws-records-outside pic 9(7) value 0.
       procedure division.
       0000-main.
           perform 1000-initialize
           if history-ok
               perform 2000-total-one-count
                   until history-eof
               close count-history
           end-if
           perform 3000-print-accuracy
           perform 9000-wrapup
           stop run.

       1000-initialize.
           open input acc-control
           if ws-control-status = "00"
               read acc-control
                   at end continue
                   not at end
                       if ac-from-date is numeric
                           move ac-from-date to ws-from-date
                       end-if
                       if ac-to-date is numeric and ac-to-date > 0
                           move ac-to-date to ws-to-date
                       end-if
               end-read
               close acc-control
           end-if
           initialize class-accuracy
           open output acc-report
           move spaces to report-line
           if ws-to-date = 99999999
               string "CYCLE COUNT ACCURACY BY CLASS - ALL COUNTS"
                   delimited by size into report-line
           else
               string "CYCLE COUNT ACCURACY BY CLASS - COUNTS "
                   ws-from-date " THROUGH " ws-to-date
                   delimited by size into report-line
           end-if
           write report-line
           open input count-history
           if history-ok
               perform 1100-read-count
           else
               move spaces to report-line
               string "NO COUNT HISTORY ON FILE" delimited by size
                   into report-line
               write report-line
           end-if.

       1100-read-count.
           read count-history
               at end set history-eof to true
           end-read.

       2000-total-one-count.
           add 1 to ws-records-read
           if ch-date < ws-from-date or ch-date > ws-to-date
               add 1 to ws-records-outside
           else
               evaluate ch-class
                   when "A"
                       move 1 to ws-class-idx
                   when "B"
                       move 2 to ws-class-idx
                   when other
                       move 3 to ws-class-idx
               end-evaluate
               perform 2100-add-to-class
               move 4 to ws-class-idx
               perform 2100-add-to-class
           end-if
           perform 1100-read-count.

       2100-add-to-class.
           add 1 to ca-counts (ws-class-idx)
           evaluate true
               when ch-agreed
                   add 1 to ca-agreed (ws-class-idx)
               when ch-adjusted
                   add 1 to ca-adjusted (ws-class-idx)
               when ch-recount
                   add 1 to ca-recount (ws-class-idx)
           end-evaluate.

       3000-print-accuracy.
           move spaces to report-line
           write report-line
           move spaces to report-line
           string "CLASS   COUNTS     AGREED   ADJUSTED    "
               "RECOUNT % AGREED" delimited by size
               into report-line
           write report-line
           move 0 to ws-class-idx
           perform 3100-print-one-class
               until ws-class-idx >= 4
           move spaces to report-line
           write report-line
           move spaces to report-line
           string "COUNT RECORDS READ " ws-records-read
               " OUTSIDE THE DATES " ws-records-outside
               delimited by size into report-line
           write report-line.

       3100-print-one-class.
           add 1 to ws-class-idx
           if ws-class-idx = 4
               move spaces to report-line
               write report-line
           end-if
           if ca-counts (ws-class-idx) > 0
               compute ws-agreed-pct rounded =
                   ca-agreed (ws-class-idx) * 100
                   / ca-counts (ws-class-idx)
           else
               move 0 to ws-agreed-pct
           end-if
           move ca-counts (ws-class-idx) to ws-count-edit (1)
           move ca-agreed (ws-class-idx) to ws-count-edit (2)
           move ca-adjusted (ws-class-idx) to ws-count-edit (3)
           move ca-recount (ws-class-idx) to ws-count-edit (4)
           move ws-agreed-pct to ws-pct-edit
           move spaces to report-line
           string ws-class-names (ws-class-idx * 4 - 3:4) " "
               ws-count-edit (1) "  " ws-count-edit (2) "  "
               ws-count-edit (3) "  " ws-count-edit (4) "    "
               ws-pct-edit delimited by size into report-line
           write report-line.

       9000-wrapup.
           close acc-report.
