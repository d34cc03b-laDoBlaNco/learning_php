      *Turnout by precinct for the election on the election-date
      *card, off the poll book POLLBLD built and POLLSIGN marked:
      *every voter on the election's book counts as registered in
      *their precinct, every one signed in counts as voted, and each
      *precinct prints its registered and voted counts and the
      *turnout percentage, with the election's totals at the foot.
      *A precinct table indexed straight off the precinct number
      *collects the counts in one pass over the election's book.
      *
      *Modification history
      *April 20th 2026     - ladoblanco prod - the election-date card
      *  is read with the absentee return deadline behind the
      *  election date, the layout ABSMNT and ABSOUT share.
       identification division.
       program-id. turnout.
       author. ladoblanco prod.
       date-written. March 2nd 2026.
       environment division.
       input-output section.
       file-control.
           select poll-book assign to "pollbook.dat"
               organization is indexed
               access mode is dynamic
               record key is pb-key
               file status is ws-book-status.
           select election-control assign to "election-date.dat"
               organization is line sequential
               file status is ws-election-status.
           select turnout-report assign to "turnout.rpt"
               organization is line sequential
               file status is ws-report-status.
       data division.
       file section.
       fd poll-book.
       copy pollbk.
       fd election-control.
       01 election-control-record.
           02 ec-election-date pic 9(8).
           02 ec-return-deadline pic 9(8).
       fd turnout-report.
       01 report-line pic x(80).
       working-storage section.
       01 ws-book-status pic xx value spaces.
           88 book-ok value "00".
       01 ws-election-status pic xx value spaces.
       01 ws-report-status pic xx value spaces.
       01 ws-election-date pic 9(8) value 0.
       01 ws-walk-flag pic x value "N".
           88 ws-walk-done value "Y".
      *Slot n holds precinct n-1, so precinct 000 has a home.
       01 precinct-table.
           02 precinct-entry occurs 1000 times
                   indexed by pct-idx.
               03 pt-registered pic 9(7).
               03 pt-voted pic 9(7).
       01 ws-precinct-slot pic 9(4) value 0.
       01 ws-precinct-number pic 9(3) value 0.
       01 ws-precincts pic 9(4) value 0.
       01 ws-total-registered pic 9(7) value 0.
       01 ws-total-voted pic 9(7) value 0.
       01 ws-turnout-pct pic 999v9 value 0.
       01 ws-pct-edit pic zz9.9.
       01 ws-count-edit pic z,zzz,zz9.
       01 ws-voted-edit pic z,zzz,zz9.
       procedure division.
       0000-main.
           perform 1000-initialize
           perform 2000-count-one-voter
               until ws-walk-done
           perform 3000-print-turnout
           perform 4000-wrapup
           stop run.

       1000-initialize.
           initialize precinct-table
           open output turnout-report
           open input election-control
           read election-control
               at end continue
               not at end
                   if ec-election-date is numeric
                       move ec-election-date to ws-election-date
                   end-if
           end-read
           close election-control
           move spaces to report-line
           string "VOTER TURNOUT BY PRECINCT - ELECTION "
               ws-election-date delimited by size into report-line
           write report-line
           open input poll-book
           if not book-ok
               display "turnout: poll book open failed, status "
                   ws-book-status
               move 16 to return-code
               set ws-walk-done to true
           else
               move ws-election-date to pb-election-date
               move 0 to pb-reg-number
               start poll-book key is >= pb-key
                   invalid key set ws-walk-done to true
               end-start
           end-if
           if not ws-walk-done
               perform 1100-read-next-voter
           end-if.

      *The book holds every election - the walk stops at the first
      *line past this one's.
       1100-read-next-voter.
           read poll-book next record
               at end set ws-walk-done to true
           end-read
           if not ws-walk-done
               if pb-election-date not = ws-election-date
                   set ws-walk-done to true
               end-if
           end-if.

       2000-count-one-voter.
           compute ws-precinct-slot = pb-precinct + 1
           set pct-idx to ws-precinct-slot
           add 1 to pt-registered (pct-idx)
           if pb-has-voted
               add 1 to pt-voted (pct-idx)
           end-if
           perform 1100-read-next-voter.

       3000-print-turnout.
           move spaces to report-line
           write report-line
           move spaces to report-line
           string "PRECINCT   REGISTERED      VOTED  TURNOUT %"
               delimited by size into report-line
           write report-line
           move 1 to ws-precinct-slot
           perform 3100-print-one-precinct
               until ws-precinct-slot > 1000.

       3100-print-one-precinct.
           set pct-idx to ws-precinct-slot
           if pt-registered (pct-idx) > 0
               add 1 to ws-precincts
               add pt-registered (pct-idx) to ws-total-registered
               add pt-voted (pct-idx) to ws-total-voted
               compute ws-precinct-number = ws-precinct-slot - 1
               compute ws-turnout-pct rounded =
                   pt-voted (pct-idx) * 100 / pt-registered (pct-idx)
               move pt-registered (pct-idx) to ws-count-edit
               move pt-voted (pct-idx) to ws-voted-edit
               move ws-turnout-pct to ws-pct-edit
               move spaces to report-line
               string "  " ws-precinct-number "     "
                   ws-count-edit "  " ws-voted-edit "     "
                   ws-pct-edit delimited by size into report-line
               write report-line
           end-if
           add 1 to ws-precinct-slot.

       4000-wrapup.
           move spaces to report-line
           write report-line
           move spaces to report-line
           if ws-total-registered = 0
               string "NO POLL BOOK ON FILE FOR ELECTION "
                   ws-election-date delimited by size
                   into report-line
           else
               compute ws-turnout-pct rounded =
                   ws-total-voted * 100 / ws-total-registered
               move ws-total-registered to ws-count-edit
               move ws-total-voted to ws-voted-edit
               move ws-turnout-pct to ws-pct-edit
               string "TOTAL      " ws-count-edit "  "
                   ws-voted-edit "     " ws-pct-edit
                   "   PRECINCTS " ws-precincts
                   delimited by size into report-line
           end-if
           write report-line
           if book-ok
               close poll-book
           end-if
           close turnout-report.
