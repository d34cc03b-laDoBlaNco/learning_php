      *Election-day sign-ins against the poll book POLLBLD built for
      *the election on the election-date card. Each transaction is
      *one voter signing in - registration number, the precinct the
      *sign-in was taken at, and the time. A good sign-in marks the
      *voter voted on the book and adds the election to the voter's
      *participation history. Anything else goes to the exception
      *report for the election board, not the book:
      *  a registration not in the election's poll book
      *  a sign-in at a precinct the voter is not registered in
      *  a second sign-in for a voter already signed in - anywhere
      *  - with where and when the first one was taken
      *
      *Modification history
      *March 16th 2026     - ladoblanco prod - a voter whose mailed
      *  ballot already came back and counted (ABSMNT) is turned
      *  away to the exception report instead of signed in.
      *April 20th 2026     - ladoblanco prod - the election-date card
      *  is read with the absentee return deadline behind the
      *  election date, the layout ABSMNT and ABSOUT share.
       identification division.
       program-id. pollsign.
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
           select voter-history assign to "voter-history.dat"
               organization is indexed
               access mode is dynamic
               record key is vh-key
               file status is ws-history-status.
           select absentee-file assign to "absentee.dat"
               organization is indexed
               access mode is dynamic
               record key is ab-key
               file status is ws-absentee-status.
           select election-control assign to "election-date.dat"
               organization is line sequential
               file status is ws-election-status.
           select signin-trans assign to "pollsign-trans.dat"
               organization is line sequential
               file status is ws-trans-status.
           select signin-report assign to "pollsign.rpt"
               organization is line sequential
               file status is ws-report-status.
           select exception-report assign to "pollexc.rpt"
               organization is line sequential
               file status is ws-exception-status.
       data division.
       file section.
       fd poll-book.
       copy pollbk.
       fd voter-history.
       copy votehst.
       fd absentee-file.
       copy absent.
       fd election-control.
       01 election-control-record.
           02 ec-election-date pic 9(8).
           02 ec-return-deadline pic 9(8).
       fd signin-trans.
       01 signin-trans-record.
           02 si-reg-number pic 9(7).
           02 si-precinct pic 9(3).
           02 si-time pic 9(4).
       fd signin-report.
       01 report-line pic x(80).
       fd exception-report.
       01 exception-line pic x(80).
       working-storage section.
       01 ws-book-status pic xx value spaces.
           88 book-ok value "00".
       01 ws-history-status pic xx value spaces.
           88 history-ok value "00".
       01 ws-election-status pic xx value spaces.
       01 ws-absentee-status pic xx value spaces.
           88 absentee-ok value "00".
       01 ws-absentee-open-flag pic x value "N".
           88 ws-absentee-open value "Y".
       01 ws-absentee-flag pic x value "N".
           88 ws-absentee-counted value "Y".
       01 ws-trans-status pic xx value spaces.
           88 trans-ok value "00".
           88 trans-eof value "10".
       01 ws-report-status pic xx value spaces.
       01 ws-exception-status pic xx value spaces.
       01 ws-election-date pic 9(8) value 0.
       01 ws-today pic 9(8) value 0.
       01 ws-counts.
           02 ws-signed-in pic 9(7) value 0.
           02 ws-not-on-book pic 9(7) value 0.
           02 ws-wrong-precinct pic 9(7) value 0.
           02 ws-second-signin pic 9(7) value 0.
           02 ws-absentee-voted pic 9(7) value 0.
       procedure division.
       0000-main.
           perform 1000-initialize
           perform 2000-process-signin
               until trans-eof
           perform 3000-wrapup
           stop run.

       1000-initialize.
           accept ws-today from date yyyymmdd
           open output signin-report
           open output exception-report
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
           string "POLL BOOK SIGN-INS - ELECTION " ws-election-date
               delimited by size into report-line
           write report-line
           move spaces to exception-line
           string "SIGN-IN EXCEPTIONS - ELECTION " ws-election-date
               delimited by size into exception-line
           write exception-line
           open i-o poll-book
           if not book-ok
               display "pollsign: poll book open failed, status "
                   ws-book-status
               move 16 to return-code
               set trans-eof to true
           end-if
           open i-o voter-history
           if ws-history-status = "35"
               open output voter-history
               close voter-history
               open i-o voter-history
           end-if
           if not history-ok
               display "pollsign: history open failed, status "
                   ws-history-status
               move 16 to return-code
               set trans-eof to true
           end-if
      *No absentee file means no mailed ballots this election.
           open input absentee-file
           if absentee-ok
               set ws-absentee-open to true
           end-if
           if not trans-eof
               open input signin-trans
               if trans-ok
                   perform 1100-read-trans
               else
                   set trans-eof to true
               end-if
           end-if.

       1100-read-trans.
           read signin-trans
               at end set trans-eof to true
           end-read.

       2000-process-signin.
           move ws-election-date to pb-election-date
           move si-reg-number to pb-reg-number
           read poll-book
               key is pb-key
           end-read
           perform 2050-check-absentee
           evaluate true
               when not book-ok
                   add 1 to ws-not-on-book
                   move spaces to exception-line
                   string "NOT ON BOOK     reg " si-reg-number
                       " precinct " si-precinct " time " si-time
                       delimited by size into exception-line
                   write exception-line
               when pb-has-voted
                   add 1 to ws-second-signin
                   move spaces to exception-line
                   string "SECOND SIGN-IN  reg " si-reg-number
                       " precinct " si-precinct " time " si-time
                       " - first at " pb-signin-precinct
                       " time " pb-signin-time
                       delimited by size into exception-line
                   write exception-line
               when si-precinct not = pb-precinct
                   add 1 to ws-wrong-precinct
                   move spaces to exception-line
                   string "WRONG PRECINCT  reg " si-reg-number
                       " precinct " si-precinct " time " si-time
                       " - registered in " pb-precinct
                       delimited by size into exception-line
                   write exception-line
               when ws-absentee-counted
                   add 1 to ws-absentee-voted
                   move spaces to exception-line
                   string "ABSENTEE VOTED  reg " si-reg-number
                       " precinct " si-precinct " time " si-time
                       " - ballot in " ab-return-date
                       delimited by size into exception-line
                   write exception-line
               when other
                   perform 2100-record-signin
           end-evaluate
           perform 1100-read-trans.

       2050-check-absentee.
           move "N" to ws-absentee-flag
           if ws-absentee-open
               move ws-election-date to ab-election-date
               move si-reg-number to ab-reg-number
               read absentee-file
                   key is ab-key
               end-read
               if absentee-ok and ab-accepted
                   set ws-absentee-counted to true
               end-if
           end-if.

       2100-record-signin.
           move "Y" to pb-voted
           move si-precinct to pb-signin-precinct
           move ws-today to pb-signin-date
           move si-time to pb-signin-time
           rewrite poll-book-record
               invalid key continue
           end-rewrite
           move si-reg-number to vh-reg-number
           move ws-election-date to vh-election-date
           move si-precinct to vh-precinct
           move ws-today to vh-signin-date
           write voter-history-record
               invalid key rewrite voter-history-record
           end-write
           add 1 to ws-signed-in
           move spaces to report-line
           string "SIGNED IN reg " si-reg-number " " pb-name
               " precinct " si-precinct " time " si-time
               delimited by size into report-line
           write report-line.

       3000-wrapup.
           move spaces to report-line
           string "SIGNED IN " ws-signed-in
               delimited by size into report-line
           write report-line
           move spaces to report-line
           string "EXCEPTIONS - NOT ON BOOK " ws-not-on-book
               " WRONG PRECINCT " ws-wrong-precinct
               " SECOND SIGN-IN " ws-second-signin
               delimited by size into report-line
           write report-line
           move spaces to report-line
           string "             ABSENTEE VOTED " ws-absentee-voted
               delimited by size into report-line
           write report-line
           move spaces to exception-line
           string "NOT ON BOOK " ws-not-on-book
               " WRONG PRECINCT " ws-wrong-precinct
               " SECOND SIGN-IN " ws-second-signin
               delimited by size into exception-line
           write exception-line
           move spaces to exception-line
           string "ABSENTEE VOTED " ws-absentee-voted
               delimited by size into exception-line
           write exception-line
           close poll-book
           close voter-history
           if ws-absentee-open
               close absentee-file
           end-if
           close signin-trans
           close signin-report
           close exception-report.
