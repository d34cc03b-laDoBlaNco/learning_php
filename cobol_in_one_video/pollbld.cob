      *Builds the electronic poll book for the election on the
      *election-date card, straight off the permanent VOTER-MASTER
      *roll: every active voter gets a line in their precinct,
      *not yet signed in, under the election's date, and POLLSIGN
      *takes election-day sign-ins against it. A voter already in
      *the election's book - a rerun, or a late build after new
      *approvals - is left as it stands, so a sign-in already taken
      *is never wiped. Cancelled registrations stay off the book.
      *
      *Modification history
      *March 9th 2026      - ladoblanco prod - inactive voters (moved
      *  out of county, see VOTELMT) are still registered and go on
      *  the book too - a sign-in is the vote that makes them active
      *  again.
      *April 20th 2026     - ladoblanco prod - the election-date card
      *  is read with the absentee return deadline behind the
      *  election date, the layout ABSMNT and ABSOUT share.
       identification division.
       program-id. pollbld.
       author. ladoblanco prod.
       date-written. March 2nd 2026.
       environment division.
       input-output section.
       file-control.
           select voter-master assign to "voter-master.dat"
               organization is indexed
               access mode is sequential
               record key is vm-reg-number
               file status is ws-voter-status.
           select poll-book assign to "pollbook.dat"
               organization is indexed
               access mode is dynamic
               record key is pb-key
               file status is ws-book-status.
           select election-control assign to "election-date.dat"
               organization is line sequential
               file status is ws-election-status.
           select build-report assign to "pollbld.rpt"
               organization is line sequential
               file status is ws-report-status.
       data division.
       file section.
       fd voter-master.
       copy voter.
       fd poll-book.
       copy pollbk.
       fd election-control.
       01 election-control-record.
           02 ec-election-date pic 9(8).
           02 ec-return-deadline pic 9(8).
       fd build-report.
       01 report-line pic x(80).
       working-storage section.
       01 ws-voter-status pic xx value spaces.
           88 voter-ok value "00".
           88 voter-eof value "10".
       01 ws-book-status pic xx value spaces.
           88 book-ok value "00".
       01 ws-election-status pic xx value spaces.
       01 ws-report-status pic xx value spaces.
       01 ws-election-date pic 9(8) value 0.
       01 ws-counts.
           02 ws-added pic 9(7) value 0.
           02 ws-already-on-book pic 9(7) value 0.
           02 ws-cancelled pic 9(7) value 0.
       procedure division.
       0000-main.
           perform 1000-initialize
           perform 2000-book-one-voter
               until voter-eof
           perform 3000-wrapup
           stop run.

      *No election date on the card means no book to build.
       1000-initialize.
           open output build-report
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
           string "POLL BOOK BUILD - ELECTION " ws-election-date
               delimited by size into report-line
           write report-line
           if ws-election-date = 0
               move spaces to report-line
               string "NO ELECTION DATE ON THE CARD - NO BOOK BUILT"
                   delimited by size into report-line
               write report-line
               move 8 to return-code
               set voter-eof to true
           else
               perform 1100-open-files
           end-if.

       1100-open-files.
           open i-o poll-book
           if ws-book-status = "35"
               open output poll-book
               close poll-book
               open i-o poll-book
           end-if
           if not book-ok
               display "pollbld: poll book open failed, status "
                   ws-book-status
               move 16 to return-code
               set voter-eof to true
           end-if
           open input voter-master
           if not voter-ok
               display "pollbld: voter master open failed, status "
                   ws-voter-status
               move 16 to return-code
               set voter-eof to true
           end-if
           if not voter-eof
               perform 1200-read-voter
           end-if.

       1200-read-voter.
           read voter-master next record
               at end set voter-eof to true
           end-read.

       2000-book-one-voter.
           if vm-status = "A" or vm-status = "I"
               move ws-election-date to pb-election-date
               move vm-reg-number to pb-reg-number
               move vm-name to pb-name
               move vm-precinct to pb-precinct
               move "N" to pb-voted
               move 0 to pb-signin-precinct
               move 0 to pb-signin-date
               move 0 to pb-signin-time
               write poll-book-record
                   invalid key add 1 to ws-already-on-book
                   not invalid key add 1 to ws-added
               end-write
           else
               add 1 to ws-cancelled
           end-if
           perform 1200-read-voter.

       3000-wrapup.
           move spaces to report-line
           string "VOTERS BOOKED " ws-added
               " ALREADY ON BOOK " ws-already-on-book
               " CANCELLED LEFT OFF " ws-cancelled
               delimited by size into report-line
           write report-line
           if ws-election-date > 0
               close poll-book
               close voter-master
           end-if
           close build-report.
