      *Precinct redistricting. When the county redraws precincts
      *the ZIP-to-precinct table changes, but VOTER-MASTER kept every
      *voter's old precinct until they happened to transfer through
      *VOTEMNT. This run loads the redrawn table - ZIP, precinct and
      *the date each line takes effect - and reassigns every voter
      *whose ZIP now falls in a different precinct:
      *  the latest line for a ZIP effective on or before the as-of
      *    date on the control card wins; a line not yet effective
      *    is left for a later run; a ZIP the redraw doesn't mention
      *    keeps its line from the current ZIP-PRECINCT table
      *  active and inactive voters are both reassigned - only the
      *    active ones get a card, the inactive are not at the
      *    address on file (see VOTELMT)
      *  each active voter moved gets a line on the notice file and
      *    a card label with the new precinct
      *  the report prints every voter moved and a before/after
      *    count per precinct for the board to sign off
      *A DRYRUN card (also the default with no card) reports the
      *whole impact and touches nothing; an UPDATE card rewrites the
      *master, writes the notices and labels, and writes the merged
      *table as zip-precinct-new.dat for operations to swap in once
      *the board has signed, so VOTEAPP and VOTEMNT assign off it.
      *Run it before POLLBLD builds the next election's poll book.
      *
      *Modification history
      *April 20th 2026     - ladoblanco prod - a ZIP-precinct file that
      *  won't open, or either table overflowing, turns an UPDATE
      *  into a dry run: nothing is rewritten and no new table is
      *  written from a partial one, the report says why and the
      *  run ends 16.
       identification division.
       program-id. voterdst.
       author. ladoblanco prod.
       date-written. March 23rd 2026.
       environment division.
       input-output section.
       file-control.
           select voter-master assign to "voter-master.dat"
               organization is indexed
               access mode is dynamic
               record key is vm-reg-number
               file status is ws-voter-status.
           select zip-precinct assign to "zip-precinct.dat"
               organization is line sequential
               file status is ws-precinct-status.
           select redraw-file assign to "precinct-redraw.dat"
               organization is line sequential
               file status is ws-redraw-status.
           select redist-control assign to "voterdst-control.dat"
               organization is line sequential
               file status is ws-control-status.
           select new-zip-precinct assign to "zip-precinct-new.dat"
               organization is line sequential
               file status is ws-new-table-status.
           select notice-file assign to "redistrict-notice.dat"
               organization is line sequential
               file status is ws-notice-status.
           select label-file assign to "redistrict.lbl"
               organization is line sequential
               file status is ws-label-status.
           select redist-report assign to "voterdst.rpt"
               organization is line sequential
               file status is ws-report-status.
       data division.
       file section.
       fd voter-master.
       copy voter.
       fd zip-precinct.
       01 zip-precinct-record.
           02 zp-zip pic x(5).
           02 zp-precinct pic 9(3).
       fd redraw-file.
       01 redraw-record.
           02 rd-zip pic x(5).
           02 rd-precinct pic 9(3).
           02 rd-effective-date pic 9(8).
       fd redist-control.
       01 redist-control-record.
           02 rc-mode pic x(6).
           02 rc-as-of-date pic 9(8).
      *The same layout as ZIP-PRECINCT, so the file swaps straight in.
       fd new-zip-precinct.
       01 new-zip-precinct-record.
           02 nz-zip pic x(5).
           02 nz-precinct pic 9(3).
      *One line per active voter moved, for the card run.
       fd notice-file.
       01 redistrict-notice-record.
           02 rn-reg-number pic 9(7).
           02 rn-name pic x(20).
           02 rn-address.
               03 rn-street pic x(25).
               03 rn-city pic x(15).
               03 rn-state pic xx.
               03 rn-zip pic x(10).
           02 rn-old-precinct pic 9(3).
           02 rn-new-precinct pic 9(3).
           02 rn-effective-date pic 9(8).
       fd label-file.
       01 label-line pic x(40).
       fd redist-report.
       01 report-line pic x(80).
       working-storage section.
       01 ws-voter-status pic xx value spaces.
           88 voter-ok value "00".
           88 voter-eof value "10".
       01 ws-precinct-status pic xx value spaces.
           88 precinct-ok value "00".
           88 precinct-eof value "10".
       01 ws-redraw-status pic xx value spaces.
           88 redraw-ok value "00".
           88 redraw-eof value "10".
       01 ws-control-status pic xx value spaces.
       01 ws-new-table-status pic xx value spaces.
       01 ws-notice-status pic xx value spaces.
       01 ws-label-status pic xx value spaces.
       01 ws-report-status pic xx value spaces.
       01 ws-today pic 9(8) value 0.
       01 ws-as-of-date pic 9(8) value 0.
      *Mode card - DRYRUN reports only, UPDATE applies. Anything
      *else, or no card, is a dry run.
       01 ws-run-mode pic x(6) value "DRYRUN".
           88 ws-mode-dryrun value "DRYRUN".
           88 ws-mode-update value "UPDATE".
      *The current table, the same external file VOTEAPP and VOTEMNT
      *load.
       01 zip-precinct-table.
           02 precinct-entry occurs 100 times
                   indexed by precinct-idx.
               03 zpt-zip pic x(5).
               03 zpt-precinct pic 9(3).
       01 ws-precinct-count pic 9(3) value 0.
       01 ws-table-full-flag pic x value "N".
           88 ws-table-full value "Y".
       01 ws-zip-missing-flag pic x value "N".
           88 ws-zip-missing value "Y".
       01 ws-precinct-scan pic 9(3) value 0.
       01 ws-table-scan pic 9(3) value 0.
      *The redrawn table, every line with the date it takes effect.
       01 redraw-table.
           02 redraw-entry occurs 100 times
                   indexed by redraw-idx.
               03 rt-zip pic x(5).
               03 rt-precinct pic 9(3).
               03 rt-effective-date pic 9(8).
       01 ws-redraw-count pic 9(3) value 0.
       01 ws-redraw-scan pic 9(3) value 0.
       01 ws-redraw-slot pic 9(3) value 0.
       01 ws-not-yet-effective pic 9(3) value 0.
      *Lookup of one ZIP's precinct under the redrawn lines.
       01 ws-lookup-zip pic x(5) value spaces.
       01 ws-lookup-flag pic x value "N".
           88 ws-lookup-none value "N".
           88 ws-lookup-redrawn value "R".
           88 ws-lookup-current value "C".
       01 ws-best-effective pic 9(8) value 0.
       01 ws-new-precinct pic 9(3) value 0.
       01 ws-effective-date pic 9(8) value 0.
       01 ws-old-precinct pic 9(3) value 0.
      *Before and after counts per precinct - slot n holds precinct
      *n-1, so precinct 000 has a home.
       01 precinct-count-table.
           02 precinct-count-entry occurs 1000 times
                   indexed by pct-idx.
               03 pc-before pic 9(7).
               03 pc-after pic 9(7).
       01 ws-precinct-slot pic 9(4) value 0.
       01 ws-precinct-number pic 9(3) value 0.
       01 ws-change pic s9(7) value 0.
       01 ws-change-edit pic -,---,--9.
       01 ws-before-edit pic z,zzz,zz9.
       01 ws-after-edit pic z,zzz,zz9.
       01 ws-counts.
           02 ws-voters-read pic 9(7) value 0.
           02 ws-voters-counted pic 9(7) value 0.
           02 ws-voters-moved pic 9(7) value 0.
           02 ws-notices pic 9(7) value 0.
           02 ws-zip-unknown pic 9(7) value 0.
           02 ws-total-before pic 9(7) value 0.
           02 ws-total-after pic 9(7) value 0.
       procedure division.
       0000-main.
           perform 1000-initialize
           perform 2000-redistrict-one-voter
               until voter-eof
           perform 3000-print-counts
           if ws-mode-update
               perform 4000-write-new-table
           end-if
           perform 5000-wrapup
           stop run.

       1000-initialize.
           accept ws-today from date yyyymmdd
           move ws-today to ws-as-of-date
           initialize precinct-count-table
           perform 1100-read-control
           open output redist-report
           move spaces to report-line
           string "PRECINCT REDISTRICTING - " ws-run-mode
               " - LINES EFFECTIVE BY " ws-as-of-date
               delimited by size into report-line
           write report-line
           if ws-mode-dryrun
               move spaces to report-line
               string "DRY RUN - THE MASTER IS NOT UPDATED AND NO "
                   "NOTICES ARE WRITTEN" delimited by size
                   into report-line
               write report-line
           end-if
           perform 1200-load-zip-precincts
           perform 1300-load-redraw
           if ws-table-full or ws-zip-missing
               perform 1400-refuse-update
           end-if
           if ws-mode-update
               open output notice-file
               open output label-file
               open i-o voter-master
           else
               open input voter-master
           end-if
           if not voter-ok
               display "voterdst: voter master open failed, status "
                   ws-voter-status
               move 16 to return-code
               set voter-eof to true
           else
               move spaces to report-line
               write report-line
               perform 1500-read-voter
           end-if.

       1100-read-control.
           open input redist-control
           if ws-control-status = "00"
               read redist-control
                   at end continue
                   not at end
                       move rc-mode to ws-run-mode
                       if rc-as-of-date is numeric
                               and rc-as-of-date > 0
                           move rc-as-of-date to ws-as-of-date
                       end-if
               end-read
               close redist-control
           end-if
           if not ws-mode-dryrun and not ws-mode-update
               display "voterdst: unknown mode " ws-run-mode
                   ", running as a dry run"
               move "DRYRUN" to ws-run-mode
           end-if.

       1200-load-zip-precincts.
           open input zip-precinct
           if not precinct-ok
               set ws-zip-missing to true
               display "voterdst: zip-precinct open failed, status "
                   ws-precinct-status
           else
               perform 1210-read-zip-precinct
               perform 1220-store-zip-precinct
                   until precinct-eof
               close zip-precinct
           end-if.

       1210-read-zip-precinct.
           read zip-precinct
               at end set precinct-eof to true
           end-read.

       1220-store-zip-precinct.
           if ws-precinct-count < 100
               add 1 to ws-precinct-count
               set precinct-idx to ws-precinct-count
               move zp-zip to zpt-zip (precinct-idx)
               move zp-precinct to zpt-precinct (precinct-idx)
           else
               set ws-table-full to true
               display "voterdst: zip-precinct table exceeds 100 "
                   "lines, zip " zp-zip " not loaded"
           end-if
           perform 1210-read-zip-precinct.

      *No redraw file means nothing moves - the run still reports
      *the counts as they stand.
       1300-load-redraw.
           open input redraw-file
           if redraw-ok
               perform 1310-read-redraw
               perform 1320-store-redraw
                   until redraw-eof
               close redraw-file
           end-if
           if ws-not-yet-effective > 0
               move spaces to report-line
               string "REDRAWN LINES NOT YET EFFECTIVE, LEFT FOR A "
                   "LATER RUN " ws-not-yet-effective
                   delimited by size into report-line
               write report-line
           end-if.

       1310-read-redraw.
           read redraw-file
               at end set redraw-eof to true
           end-read.

       1320-store-redraw.
           evaluate true
               when rd-effective-date > ws-as-of-date
                   add 1 to ws-not-yet-effective
               when ws-redraw-count < 100
                   add 1 to ws-redraw-count
                   set redraw-idx to ws-redraw-count
                   move rd-zip to rt-zip (redraw-idx)
                   move rd-precinct to rt-precinct (redraw-idx)
                   move rd-effective-date
                       to rt-effective-date (redraw-idx)
               when other
                   set ws-table-full to true
                   display "voterdst: redraw table exceeds 100 "
                       "lines, zip " rd-zip " not loaded"
           end-evaluate
           perform 1310-read-redraw.

      *A partial table would move some voters and not others, and
      *write a replacement ZIP table missing lines - the run drops
      *to a dry run so the counts still print.
       1400-refuse-update.
           move spaces to report-line
           if ws-zip-missing
               string "ZIP-PRECINCT FILE NOT READ - MASTER NOT "
                   "UPDATED" delimited by size into report-line
           else
               string "TABLE FULL - MASTER NOT UPDATED"
                   delimited by size into report-line
           end-if
           write report-line
           move "DRYRUN" to ws-run-mode
           move 16 to return-code.

       1500-read-voter.
           read voter-master next record
               at end set voter-eof to true
           end-read.

      *A cancelled registration keeps the precinct it had - that is
      *history, and nobody to count or notify.
       2000-redistrict-one-voter.
           add 1 to ws-voters-read
           if vm-status not = "C"
               add 1 to ws-voters-counted
               move vm-precinct to ws-old-precinct
               move vm-zip (1:5) to ws-lookup-zip
               perform 2200-find-new-precinct
               if ws-lookup-none
                   move ws-old-precinct to ws-new-precinct
                   add 1 to ws-zip-unknown
                   move spaces to report-line
                   string "ZIP UNKNOWN reg " vm-reg-number
                       " " vm-name " zip " vm-zip " stays "
                       ws-old-precinct delimited by size
                       into report-line
                   write report-line
               end-if
               perform 2100-count-precincts
               if ws-new-precinct not = ws-old-precinct
                   perform 2300-move-voter
               end-if
           end-if
           perform 1500-read-voter.

       2100-count-precincts.
           compute ws-precinct-slot = ws-old-precinct + 1
           set pct-idx to ws-precinct-slot
           add 1 to pc-before (pct-idx)
           compute ws-precinct-slot = ws-new-precinct + 1
           set pct-idx to ws-precinct-slot
           add 1 to pc-after (pct-idx).

      *The latest redrawn line for the ZIP that is already in
      *effect, and failing that the ZIP's current line.
       2200-find-new-precinct.
           set ws-lookup-none to true
           move 0 to ws-best-effective
           move 0 to ws-new-precinct
           move 0 to ws-effective-date
           move 0 to ws-redraw-slot
           move 0 to ws-redraw-scan
           perform 2210-scan-one-redraw
               until ws-redraw-scan >= ws-redraw-count
           if ws-lookup-none
               move 0 to ws-precinct-scan
               perform 2220-scan-one-current
                   until ws-precinct-scan >= ws-precinct-count
                       or ws-lookup-current
           end-if.

       2210-scan-one-redraw.
           add 1 to ws-redraw-scan
           set redraw-idx to ws-redraw-scan
           if rt-zip (redraw-idx) = ws-lookup-zip
                   and rt-effective-date (redraw-idx)
                       >= ws-best-effective
               set ws-lookup-redrawn to true
               move rt-effective-date (redraw-idx)
                   to ws-best-effective
               move rt-precinct (redraw-idx) to ws-new-precinct
               move rt-effective-date (redraw-idx)
                   to ws-effective-date
               move ws-redraw-scan to ws-redraw-slot
           end-if.

       2220-scan-one-current.
           add 1 to ws-precinct-scan
           set precinct-idx to ws-precinct-scan
           if zpt-zip (precinct-idx) = ws-lookup-zip
               set ws-lookup-current to true
               move zpt-precinct (precinct-idx) to ws-new-precinct
           end-if.

       2300-move-voter.
           add 1 to ws-voters-moved
           move spaces to report-line
           string "MOVED reg " vm-reg-number " " vm-name
               " status " vm-status " precinct " ws-old-precinct
               " TO " ws-new-precinct
               delimited by size into report-line
           write report-line
           if ws-mode-update
               move ws-new-precinct to vm-precinct
               rewrite voter-record
               if vm-status = "A"
                   perform 2400-write-notice
               end-if
           end-if.

      *The card goes to the registered address, the new precinct
      *up top where the voter sees it first.
       2400-write-notice.
           add 1 to ws-notices
           move vm-reg-number to rn-reg-number
           move vm-name to rn-name
           move vm-address to rn-address
           move ws-old-precinct to rn-old-precinct
           move ws-new-precinct to rn-new-precinct
           move ws-effective-date to rn-effective-date
           write redistrict-notice-record
           move spaces to label-line
           string "NEW PRECINCT " ws-new-precinct " FROM "
               ws-old-precinct delimited by size into label-line
           write label-line
           move spaces to label-line
           move vm-name to label-line
           write label-line
           move spaces to label-line
           move vm-street to label-line
           write label-line
           move spaces to label-line
           string vm-city delimited by size ", " vm-state " "
               vm-zip delimited by size into label-line
           write label-line
           move spaces to label-line
           write label-line.

       3000-print-counts.
           move spaces to report-line
           write report-line
           move spaces to report-line
           string "PRECINCT      BEFORE       AFTER      CHANGE"
               delimited by size into report-line
           write report-line
           move 1 to ws-precinct-slot
           perform 3100-print-one-precinct
               until ws-precinct-slot > 1000
           move ws-total-before to ws-before-edit
           move ws-total-after to ws-after-edit
           move spaces to report-line
           string "TOTAL    " ws-before-edit "   " ws-after-edit
               delimited by size into report-line
           write report-line
           move spaces to report-line
           write report-line
           move spaces to report-line
           string "APPROVED FOR THE BOARD ______________________"
               "  DATE __________" delimited by size
               into report-line
           write report-line.

       3100-print-one-precinct.
           set pct-idx to ws-precinct-slot
           if pc-before (pct-idx) > 0 or pc-after (pct-idx) > 0
               add pc-before (pct-idx) to ws-total-before
               add pc-after (pct-idx) to ws-total-after
               compute ws-precinct-number = ws-precinct-slot - 1
               compute ws-change =
                   pc-after (pct-idx) - pc-before (pct-idx)
               move pc-before (pct-idx) to ws-before-edit
               move pc-after (pct-idx) to ws-after-edit
               move ws-change to ws-change-edit
               move spaces to report-line
               string "  " ws-precinct-number "    " ws-before-edit
                   "   " ws-after-edit "   " ws-change-edit
                   delimited by size into report-line
               write report-line
           end-if
           add 1 to ws-precinct-slot.

      *Every current ZIP under the precinct now in effect for it,
      *then any ZIP the redraw adds - one line a ZIP, the latest
      *effective line winning.
       4000-write-new-table.
           open output new-zip-precinct
           move 0 to ws-table-scan
           perform 4100-write-current-zip
               until ws-table-scan >= ws-precinct-count
           move 0 to ws-table-scan
           perform 4200-write-added-zip
               until ws-table-scan >= ws-redraw-count
           close new-zip-precinct.

       4100-write-current-zip.
           add 1 to ws-table-scan
           set precinct-idx to ws-table-scan
           move zpt-zip (precinct-idx) to ws-lookup-zip
           perform 2200-find-new-precinct
           move ws-lookup-zip to nz-zip
           move ws-new-precinct to nz-precinct
           write new-zip-precinct-record.

       4200-write-added-zip.
           add 1 to ws-table-scan
           set redraw-idx to ws-table-scan
           move rt-zip (redraw-idx) to ws-lookup-zip
           perform 2200-find-new-precinct
           if ws-redraw-slot = ws-table-scan
               set redraw-idx to ws-table-scan
               move 0 to ws-precinct-scan
               set ws-lookup-none to true
               perform 2220-scan-one-current
                   until ws-precinct-scan >= ws-precinct-count
                       or ws-lookup-current
               if ws-lookup-none
                   move rt-zip (redraw-idx) to nz-zip
                   move rt-precinct (redraw-idx) to nz-precinct
                   write new-zip-precinct-record
               end-if
           end-if.

       5000-wrapup.
           move spaces to report-line
           write report-line
           move spaces to report-line
           string "VOTERS READ " ws-voters-read
               " COUNTED " ws-voters-counted
               " MOVED " ws-voters-moved
               " ZIP UNKNOWN " ws-zip-unknown
               delimited by size into report-line
           write report-line
           move spaces to report-line
           if ws-mode-update
               string "MASTER UPDATED - NOTICES WRITTEN " ws-notices
                   " - SWAP IN ZIP-PRECINCT-NEW"
                   delimited by size into report-line
           else
               string "DRY RUN - NOTHING UPDATED"
                   delimited by size into report-line
           end-if
           write report-line
           close voter-master
           if ws-mode-update
               close notice-file
               close label-file
           end-if
           close redist-report.
