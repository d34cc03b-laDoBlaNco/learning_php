      *Voter list maintenance. VOTEMNT only moves or cancels a voter
      *who walks in and asks, so the roll kept carrying people who
      *died or moved away years ago. This run matches every voter
      *still on the roll against two outside feeds - the state's
      *death records and the postal change-of-address file - on
      *name, date of birth and address:
      *  a death record matching on all three cancels the voter,
      *    reason recorded; a name and birth date match at some
      *    other address is only listed for the board to review
      *  a mover whose new ZIP is still in the county (it is on
      *    the ZIP-to-precinct table) is moved to the new address
      *    and precinct, the way a VOTEMNT transfer would
      *  a mover out of the county goes inactive and a
      *    confirmation notice goes to the new address, through
      *    CUSTLBL's NOTICE mode
      *  an inactive voter who has voted since (POLLSIGN's
      *    participation history) is active again; one who has
      *    neither voted nor answered the notice (VOTEMNT takes the
      *    answer) inside the waiting period on the control card is
      *    cancelled
      *Every action goes on the audit report for the election board.
       identification division.
       program-id. votelmt.
       author. ladoblanco prod.
       date-written. March 9th 2026.
       environment division.
       input-output section.
       file-control.
           select voter-master assign to "voter-master.dat"
               organization is indexed
               access mode is dynamic
               record key is vm-reg-number
               file status is ws-voter-status.
           select voter-history assign to "voter-history.dat"
               organization is indexed
               access mode is dynamic
               record key is vh-key
               file status is ws-history-status.
           select zip-precinct assign to "zip-precinct.dat"
               organization is line sequential
               file status is ws-precinct-status.
           select death-file assign to "death-records.dat"
               organization is line sequential
               file status is ws-death-status.
           select move-file assign to "change-of-address.dat"
               organization is line sequential
               file status is ws-move-status.
           select lmt-control assign to "votelmt-control.dat"
               organization is line sequential
               file status is ws-control-status.
           select notice-file assign to "voter-notice.dat"
               organization is line sequential
               file status is ws-notice-status.
           select audit-report assign to "votelmt.rpt"
               organization is line sequential
               file status is ws-report-status.
       data division.
       file section.
       fd voter-master.
       copy voter.
       fd voter-history.
       copy votehst.
       fd zip-precinct.
       01 zip-precinct-record.
           02 zp-zip pic x(5).
           02 zp-precinct pic 9(3).
      *The state death-record feed - the deceased's name, birth
      *date and last residence, and the date of death.
       fd death-file.
       01 death-record.
           02 dr-name pic x(20).
           02 dr-dob pic 9(8).
           02 dr-street pic x(25).
           02 dr-city pic x(15).
           02 dr-state pic xx.
           02 dr-zip pic x(10).
           02 dr-death-date pic 9(8).
      *The postal change-of-address feed - who moved, from where to
      *where, and when.
       fd move-file.
       01 move-record.
           02 mv-name pic x(20).
           02 mv-dob pic 9(8).
           02 mv-old-street pic x(25).
           02 mv-old-city pic x(15).
           02 mv-old-state pic xx.
           02 mv-old-zip pic x(10).
           02 mv-new-address.
               03 mv-new-street pic x(25).
               03 mv-new-city pic x(15).
               03 mv-new-state pic xx.
               03 mv-new-zip pic x(10).
           02 mv-move-date pic 9(8).
       fd lmt-control.
       01 lmt-control-record.
           02 lc-waiting-days pic 9(5).
       fd notice-file.
       copy votentc.
       fd audit-report.
       01 report-line pic x(80).
       working-storage section.
       01 ws-voter-status pic xx value spaces.
           88 voter-ok value "00".
           88 voter-eof value "10".
       01 ws-history-status pic xx value spaces.
           88 history-ok value "00".
       01 ws-history-open-flag pic x value "N".
           88 ws-history-open value "Y".
       01 ws-precinct-status pic xx value spaces.
           88 precinct-ok value "00".
           88 precinct-eof value "10".
       01 ws-death-status pic xx value spaces.
           88 death-ok value "00".
           88 death-eof value "10".
       01 ws-move-status pic xx value spaces.
           88 move-ok value "00".
           88 move-eof value "10".
       01 ws-control-status pic xx value spaces.
       01 ws-notice-status pic xx value spaces.
       01 ws-report-status pic xx value spaces.
       01 ws-today pic 9(8) value 0.
      *The statutory waiting period, in days from the notice - no
      *response and no vote through two federal general elections,
      *four years, unless the control card says otherwise.
       01 ws-waiting-days pic 9(5) value 1461.
       01 ws-ds-function pic x value "D".
       01 ws-ds-number pic s9(7) value 0.
       01 ws-ds-status pic x value spaces.
      *ZIP-to-precinct table, the same external file VOTEAPP and
      *VOTEMNT load - a ZIP on it is a ZIP inside the county.
       01 zip-precinct-table.
           02 precinct-entry occurs 100 times
                   indexed by precinct-idx.
               03 zpt-zip pic x(5).
               03 zpt-precinct pic 9(3).
       01 ws-precinct-count pic 9(3) value 0.
       01 ws-precinct-scan pic 9(3) value 0.
       01 ws-precinct-found-flag pic x value "N".
           88 ws-precinct-found value "Y".
       01 ws-assigned-precinct pic 9(3) value 0.
       01 ws-old-precinct pic 9(3) value 0.
      *Both feeds are held whole for the one pass over the roll.
       01 death-table.
           02 death-entry occurs 500 times
                   indexed by death-idx.
               03 dt-name pic x(20).
               03 dt-dob pic 9(8).
               03 dt-street pic x(25).
               03 dt-zip pic x(5).
               03 dt-death-date pic 9(8).
       01 ws-death-count pic 9(4) value 0.
       01 ws-death-scan pic 9(4) value 0.
       01 ws-death-slot pic 9(4) value 0.
       01 ws-death-match-flag pic x value "N".
           88 ws-death-no-match value "N".
           88 ws-death-confirmed value "C".
           88 ws-death-possible value "P".
       01 move-table.
           02 move-entry occurs 500 times
                   indexed by move-idx.
               03 mt-name pic x(20).
               03 mt-dob pic 9(8).
               03 mt-old-street pic x(25).
               03 mt-old-zip pic x(5).
               03 mt-new-address.
                   04 mt-new-street pic x(25).
                   04 mt-new-city pic x(15).
                   04 mt-new-state pic xx.
                   04 mt-new-zip pic x(10).
       01 ws-move-count pic 9(4) value 0.
       01 ws-move-scan pic 9(4) value 0.
       01 ws-move-slot pic 9(4) value 0.
       01 ws-move-found-flag pic x value "N".
           88 ws-move-found value "Y".
      *Set once when a feed outgrows its table - the overflow goes
      *unmatched, and the console and the audit report both say so.
       01 ws-feed-full-flag pic x value "N".
           88 ws-feed-full value "Y".
       01 ws-acted-flag pic x value "N".
           88 ws-acted value "Y".
       01 ws-voted-flag pic x value "N".
           88 ws-voted-since value "Y".
       01 ws-voted-election pic 9(8) value 0.
       01 ws-counts.
           02 ws-voters-read pic 9(7) value 0.
           02 ws-deceased pic 9(5) value 0.
           02 ws-death-reviews pic 9(5) value 0.
           02 ws-moved-in-county pic 9(5) value 0.
           02 ws-moved-out pic 9(5) value 0.
           02 ws-reactivated pic 9(5) value 0.
           02 ws-no-response pic 9(5) value 0.
           02 ws-still-waiting pic 9(5) value 0.
       procedure division.
       0000-main.
           perform 1000-initialize
           perform 2000-review-one-voter
               until voter-eof
           perform 3000-wrapup
           stop run.

       1000-initialize.
           accept ws-today from date yyyymmdd
           open output audit-report
           move spaces to report-line
           string "VOTER LIST MAINTENANCE AUDIT - RUN " ws-today
               delimited by size into report-line
           write report-line
           perform 1100-read-control
           perform 1200-load-zip-precincts
           perform 1300-load-deaths
           perform 1400-load-moves
      *No sign-ins yet means no history - nobody has voted since.
           open input voter-history
           if history-ok
               set ws-history-open to true
           end-if
           open output notice-file
           open i-o voter-master
           if not voter-ok
               display "votelmt: voter master open failed, status "
                   ws-voter-status
               move 16 to return-code
               set voter-eof to true
           else
               perform 1500-read-voter
           end-if.

       1100-read-control.
           open input lmt-control
           if ws-control-status = "00"
               read lmt-control
                   at end continue
                   not at end
                       if lc-waiting-days is numeric
                               and lc-waiting-days > 0
                           move lc-waiting-days to ws-waiting-days
                       end-if
               end-read
               close lmt-control
           end-if.

       1200-load-zip-precincts.
           open input zip-precinct
           perform 1210-read-zip-precinct
           perform 1220-store-zip-precinct
               until precinct-eof
           close zip-precinct.

       1210-read-zip-precinct.
           read zip-precinct
               at end set precinct-eof to true
           end-read.

       1220-store-zip-precinct.
           add 1 to ws-precinct-count
           set precinct-idx to ws-precinct-count
           move zp-zip to zpt-zip (precinct-idx)
           move zp-precinct to zpt-precinct (precinct-idx)
           perform 1210-read-zip-precinct.

      *No feed on disk this cycle simply means nothing to match.
       1300-load-deaths.
           open input death-file
           if death-ok
               perform 1310-read-death
               perform 1320-store-death
                   until death-eof
               close death-file
           end-if.

       1310-read-death.
           read death-file
               at end set death-eof to true
           end-read.

       1320-store-death.
           if ws-death-count < 500
               add 1 to ws-death-count
               set death-idx to ws-death-count
               move dr-name to dt-name (death-idx)
               move dr-dob to dt-dob (death-idx)
               move dr-street to dt-street (death-idx)
               move dr-zip to dt-zip (death-idx)
               move dr-death-date to dt-death-date (death-idx)
           else
               perform 1450-note-feed-full
           end-if
           perform 1310-read-death.

       1400-load-moves.
           open input move-file
           if move-ok
               perform 1410-read-move
               perform 1420-store-move
                   until move-eof
               close move-file
           end-if.

       1410-read-move.
           read move-file
               at end set move-eof to true
           end-read.

       1420-store-move.
           if ws-move-count < 500
               add 1 to ws-move-count
               set move-idx to ws-move-count
               move mv-name to mt-name (move-idx)
               move mv-dob to mt-dob (move-idx)
               move mv-old-street to mt-old-street (move-idx)
               move mv-old-zip to mt-old-zip (move-idx)
               move mv-new-address to mt-new-address (move-idx)
           else
               perform 1450-note-feed-full
           end-if
           perform 1410-read-move.

      *One warning, not one per record - the VOTEAPP shape.
       1450-note-feed-full.
           if not ws-feed-full
               set ws-feed-full to true
               display "votelmt: feed exceeds 500 records, "
                   "the overflow is not matched"
           end-if.

       1500-read-voter.
           read voter-master next record
               at end set voter-eof to true
           end-read.

      *A cancelled voter is history, not a candidate. A death
      *record outranks everything else; the postal feed is only
      *applied to an active voter, so an inactive one is not sent
      *a second notice; the waiting period only runs on inactive.
       2000-review-one-voter.
           add 1 to ws-voters-read
           move "N" to ws-acted-flag
           if vm-status not = "C"
               perform 2100-check-deaths
               if not ws-acted and vm-status = "A"
                   perform 2200-check-moves
               end-if
               if not ws-acted and vm-status = "I"
                   perform 2300-check-waiting-period
               end-if
           end-if
           perform 1500-read-voter.

      *Name, birth date and last residence all have to agree to
      *cancel - a name and birth date alone is somebody for the
      *board to look at, not a cancellation.
       2100-check-deaths.
           set ws-death-no-match to true
           move 0 to ws-death-scan
           perform 2110-scan-one-death
               until ws-death-scan >= ws-death-count
                   or ws-death-confirmed
           evaluate true
               when ws-death-confirmed
                   perform 2120-cancel-deceased
               when ws-death-possible
                   add 1 to ws-death-reviews
                   move spaces to report-line
                   string "DEATH REVIEW  reg " vm-reg-number " "
                       vm-name " NAME/DOB MATCH, ADDRESS DIFFERS"
                       delimited by size into report-line
                   write report-line
           end-evaluate.

       2110-scan-one-death.
           add 1 to ws-death-scan
           set death-idx to ws-death-scan
           if dt-name (death-idx) = vm-name
                   and dt-dob (death-idx) = vm-dob
               move ws-death-scan to ws-death-slot
               if dt-street (death-idx) = vm-street
                       and dt-zip (death-idx) = vm-zip (1:5)
                   set ws-death-confirmed to true
               else
                   set ws-death-possible to true
               end-if
           end-if.

       2120-cancel-deceased.
           set death-idx to ws-death-slot
           move "C" to vm-status
           move "D" to vm-status-reason
           move ws-today to vm-status-date
           rewrite voter-record
           set ws-acted to true
           add 1 to ws-deceased
           move spaces to report-line
           string "DECEASED      reg " vm-reg-number " " vm-name
               " CANCELLED, DIED " dt-death-date (death-idx)
               delimited by size into report-line
           write report-line.

       2200-check-moves.
           move "N" to ws-move-found-flag
           move 0 to ws-move-scan
           perform 2210-scan-one-move
               until ws-move-scan >= ws-move-count
                   or ws-move-found
           if ws-move-found
               set move-idx to ws-move-slot
               perform 2250-assign-precinct
               if ws-precinct-found
                   perform 2220-move-in-county
               else
                   perform 2230-move-out-of-county
               end-if
           end-if.

       2210-scan-one-move.
           add 1 to ws-move-scan
           set move-idx to ws-move-scan
           if mt-name (move-idx) = vm-name
                   and mt-dob (move-idx) = vm-dob
                   and mt-old-street (move-idx) = vm-street
                   and mt-old-zip (move-idx) = vm-zip (1:5)
               set ws-move-found to true
               move ws-move-scan to ws-move-slot
           end-if.

      *Still in the county - the new address and its precinct go
      *on the record and the voter stays active.
       2220-move-in-county.
           move vm-precinct to ws-old-precinct
           move mt-new-address (move-idx) to vm-address
           move ws-assigned-precinct to vm-precinct
           rewrite voter-record
           set ws-acted to true
           add 1 to ws-moved-in-county
           move spaces to report-line
           string "MOVED IN CTY  reg " vm-reg-number " " vm-name
               " PRECINCT " ws-old-precinct " TO " vm-precinct
               delimited by size into report-line
           write report-line.

      *Out of the county - inactive from today, the registered
      *address left as it stands, and the confirmation notice to
      *the address the post office has them at now.
       2230-move-out-of-county.
           move "I" to vm-status
           move "M" to vm-status-reason
           move ws-today to vm-status-date
           rewrite voter-record
           set ws-acted to true
           add 1 to ws-moved-out
           move vm-reg-number to vn-reg-number
           move vm-name to vn-name
           move mt-new-address (move-idx) to vn-address
           move ws-today to vn-notice-date
           write voter-notice-record
           move spaces to report-line
           string "MOVED OUT     reg " vm-reg-number " " vm-name
               " INACTIVE, NOTICE TO " mt-new-state (move-idx)
               delimited by size into report-line
           write report-line.

       2250-assign-precinct.
           move "N" to ws-precinct-found-flag
           move 0 to ws-assigned-precinct
           move 0 to ws-precinct-scan
           perform 2260-scan-one-precinct
               until ws-precinct-scan >= ws-precinct-count
                   or ws-precinct-found.

       2260-scan-one-precinct.
           add 1 to ws-precinct-scan
           set precinct-idx to ws-precinct-scan
           if mt-new-zip (move-idx) (1:5) = zpt-zip (precinct-idx)
               set ws-precinct-found to true
               move zpt-precinct (precinct-idx)
                   to ws-assigned-precinct
           end-if.

      *A vote in any election since the voter went inactive puts
      *them back on the active roll; otherwise, once the waiting
      *period has run out from the day they went inactive, they
      *are cancelled. An answer to the notice never reaches here -
      *VOTEMNT has already made the voter active again.
       2300-check-waiting-period.
           perform 2310-check-voted-since
           if ws-voted-since
               move "A" to vm-status
               move "V" to vm-status-reason
               move ws-today to vm-status-date
               rewrite voter-record
               set ws-acted to true
               add 1 to ws-reactivated
               move spaces to report-line
               string "REACTIVATED   reg " vm-reg-number " " vm-name
                   " VOTED ELECTION " ws-voted-election
                   delimited by size into report-line
               write report-line
           else
               call "dateserv" using ws-ds-function
                   vm-status-date ws-today
                   ws-ds-number ws-ds-status
               if ws-ds-status = "Y"
                       and ws-ds-number >= ws-waiting-days
                   perform 2320-cancel-no-response
               else
                   add 1 to ws-still-waiting
               end-if
           end-if.

       2310-check-voted-since.
           move "N" to ws-voted-flag
           if ws-history-open
               move vm-reg-number to vh-reg-number
               move vm-status-date to vh-election-date
               start voter-history key is >= vh-key
                   invalid key move "23" to ws-history-status
               end-start
               if history-ok
                   read voter-history next record
                       at end move "10" to ws-history-status
                   end-read
                   if history-ok
                           and vh-reg-number = vm-reg-number
                       set ws-voted-since to true
                       move vh-election-date to ws-voted-election
                   end-if
               end-if
           end-if.

       2320-cancel-no-response.
           move vm-status-date to ws-voted-election
           move "C" to vm-status
           move "N" to vm-status-reason
           move ws-today to vm-status-date
           rewrite voter-record
           set ws-acted to true
           add 1 to ws-no-response
           move spaces to report-line
           string "NO RESPONSE   reg " vm-reg-number " " vm-name
               " CANCELLED, INACTIVE " ws-voted-election
               delimited by size into report-line
           write report-line.

       3000-wrapup.
           move spaces to report-line
           write report-line
           move spaces to report-line
           string "VOTERS READ " ws-voters-read
               " DEATH RECORDS " ws-death-count
               " ADDRESS CHANGES " ws-move-count
               delimited by size into report-line
           write report-line
           move spaces to report-line
           string "CANCELLED DECEASED " ws-deceased
               " DEATH REVIEWS " ws-death-reviews
               delimited by size into report-line
           write report-line
           move spaces to report-line
           string "MOVED IN COUNTY " ws-moved-in-county
               " MOVED OUT - INACTIVE, NOTICES " ws-moved-out
               delimited by size into report-line
           write report-line
           move spaces to report-line
           string "REACTIVATED " ws-reactivated
               " CANCELLED NO RESPONSE " ws-no-response
               " STILL WAITING " ws-still-waiting
               delimited by size into report-line
           write report-line
           if ws-feed-full
               move spaces to report-line
               string "A FEED EXCEEDED 500 RECORDS - "
                   "THE OVERFLOW WAS NOT MATCHED"
                   delimited by size into report-line
               write report-line
           end-if
           close voter-master
           if ws-history-open
               close voter-history
           end-if
           close notice-file
           close audit-report.
