      *Absentee (mail) ballot requests and returns for the election
      *on the election-date card, in place of the clipboard. Each
      *transaction is a request (R) or a ballot coming back (B):
      *  a request has to be from a registered, active voter on
      *    VOTER-MASTER, and only one per election; the ballot style
      *    for the voter's precinct comes off the external
      *    ballot-styles table, the ballot goes to the mailing
      *    address on the request (the registered address when the
      *    request leaves it blank), and an envelope label prints
      *  a return is logged with its received date; one received
      *    after the return deadline on the election-date card, or
      *    from a voter who also signed in at the polls, is flagged
      *    and not counted - an accepted one goes into the same
      *    per-election participation history POLLSIGN writes
      *Rejects and flags go to the exception report for the board.
       identification division.
       program-id. absmnt.
       author. ladoblanco prod.
       date-written. March 16th 2026.
       environment division.
       input-output section.
       file-control.
           select voter-master assign to "voter-master.dat"
               organization is indexed
               access mode is dynamic
               record key is vm-reg-number
               file status is ws-voter-status.
           select absentee-file assign to "absentee.dat"
               organization is indexed
               access mode is dynamic
               record key is ab-key
               file status is ws-absentee-status.
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
           select election-control assign to "election-date.dat"
               organization is line sequential
               file status is ws-election-status.
           select style-file assign to "ballot-styles.dat"
               organization is line sequential
               file status is ws-style-status.
           select absentee-trans assign to "absentee-trans.dat"
               organization is line sequential
               file status is ws-trans-status.
           select label-file assign to "absentee.lbl"
               organization is line sequential
               file status is ws-label-status.
           select absentee-report assign to "absmnt.rpt"
               organization is line sequential
               file status is ws-report-status.
           select exception-report assign to "absexc.rpt"
               organization is line sequential
               file status is ws-exception-status.
       data division.
       file section.
       fd voter-master.
       copy voter.
       fd absentee-file.
       copy absent.
       fd poll-book.
       copy pollbk.
       fd voter-history.
       copy votehst.
      *The return deadline follows the election date on the card -
      *zero or missing means ballots are due by election day.
       fd election-control.
       01 election-control-record.
           02 ec-election-date pic 9(8).
           02 ec-return-deadline pic 9(8).
       fd style-file.
       01 style-record.
           02 bs-precinct pic 9(3).
           02 bs-style pic x(4).
       fd absentee-trans.
       01 absentee-trans-record.
           02 at-code pic x.
               88 at-request value "R".
               88 at-return value "B".
           02 at-reg-number pic 9(7).
      *The request date, or the day the ballot was received.
           02 at-date pic 9(8).
      *Where to mail the ballot, on a request only.
           02 at-mail-address.
               03 at-street pic x(25).
               03 at-city pic x(15).
               03 at-state pic xx.
               03 at-zip pic x(10).
       fd label-file.
       01 label-line pic x(40).
       fd absentee-report.
       01 report-line pic x(80).
       fd exception-report.
       01 exception-line pic x(80).
       working-storage section.
       01 ws-voter-status pic xx value spaces.
           88 voter-ok value "00".
       01 ws-absentee-status pic xx value spaces.
           88 absentee-ok value "00".
       01 ws-book-status pic xx value spaces.
           88 book-ok value "00".
       01 ws-book-open-flag pic x value "N".
           88 ws-book-open value "Y".
       01 ws-history-status pic xx value spaces.
           88 history-ok value "00".
       01 ws-election-status pic xx value spaces.
       01 ws-style-status pic xx value spaces.
           88 style-ok value "00".
           88 style-eof value "10".
       01 ws-trans-status pic xx value spaces.
           88 trans-ok value "00".
           88 trans-eof value "10".
       01 ws-label-status pic xx value spaces.
       01 ws-report-status pic xx value spaces.
       01 ws-exception-status pic xx value spaces.
       01 ws-election-date pic 9(8) value 0.
       01 ws-return-deadline pic 9(8) value 0.
      *Ballot style per precinct, off the external table.
       01 style-table.
           02 style-entry occurs 100 times
                   indexed by style-idx.
               03 stt-precinct pic 9(3).
               03 stt-style pic x(4).
       01 ws-style-count pic 9(3) value 0.
       01 ws-style-scan pic 9(3) value 0.
       01 ws-style-found-flag pic x value "N".
           88 ws-style-found value "Y".
       01 ws-ballot-style pic x(4) value spaces.
       01 ws-counts.
           02 ws-requests pic 9(5) value 0.
           02 ws-accepted pic 9(5) value 0.
           02 ws-late pic 9(5) value 0.
           02 ws-at-polls pic 9(5) value 0.
           02 ws-rejects pic 9(5) value 0.
       procedure division.
       0000-main.
           perform 1000-initialize
           perform 2000-process-transaction
               until trans-eof
           perform 3000-wrapup
           stop run.

       1000-initialize.
           open output absentee-report
           open output exception-report
           open output label-file
           perform 1100-read-election-date
           move spaces to report-line
           string "ABSENTEE BALLOTS - ELECTION " ws-election-date
               " RETURNS DUE BY " ws-return-deadline
               delimited by size into report-line
           write report-line
           move spaces to exception-line
           string "ABSENTEE EXCEPTIONS - ELECTION " ws-election-date
               delimited by size into exception-line
           write exception-line
           perform 1200-load-ballot-styles
           open input voter-master
           if not voter-ok
               display "absmnt: voter master open failed, status "
                   ws-voter-status
               move 16 to return-code
               set trans-eof to true
           end-if
           open i-o absentee-file
           if ws-absentee-status = "35"
               open output absentee-file
               close absentee-file
               open i-o absentee-file
           end-if
           if not absentee-ok
               display "absmnt: absentee file open failed, status "
                   ws-absentee-status
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
               display "absmnt: history open failed, status "
                   ws-history-status
               move 16 to return-code
               set trans-eof to true
           end-if
      *No poll book yet - returns ahead of the book being built -
      *means nobody has signed in anywhere.
           open input poll-book
           if book-ok
               set ws-book-open to true
           end-if
           if not trans-eof
               open input absentee-trans
               if trans-ok
                   perform 1300-read-trans
               else
                   set trans-eof to true
               end-if
           end-if.

       1100-read-election-date.
           open input election-control
           read election-control
               at end continue
               not at end
                   if ec-election-date is numeric
                       move ec-election-date to ws-election-date
                   end-if
                   if ec-return-deadline is numeric
                       move ec-return-deadline to ws-return-deadline
                   end-if
           end-read
           close election-control
           if ws-return-deadline = 0
               move ws-election-date to ws-return-deadline
           end-if.

       1200-load-ballot-styles.
           open input style-file
           if style-ok
               perform 1210-read-style
               perform 1220-store-style
                   until style-eof
               close style-file
           end-if.

       1210-read-style.
           read style-file
               at end set style-eof to true
           end-read.

       1220-store-style.
           if ws-style-count < 100
               add 1 to ws-style-count
               set style-idx to ws-style-count
               move bs-precinct to stt-precinct (style-idx)
               move bs-style to stt-style (style-idx)
           end-if
           perform 1210-read-style.

       1300-read-trans.
           read absentee-trans
               at end set trans-eof to true
           end-read.

       2000-process-transaction.
           evaluate true
               when at-request
                   perform 2100-process-request
               when at-return
                   perform 2300-process-return
               when other
                   add 1 to ws-rejects
                   move spaces to exception-line
                   string "REJECTED - bad code for reg "
                       at-reg-number delimited by size
                       into exception-line
                   write exception-line
           end-evaluate
           perform 1300-read-trans.

      *Registered and active, one ballot per election, and a
      *precinct the ballot-styles table knows.
       2100-process-request.
           move at-reg-number to vm-reg-number
           read voter-master
               key is vm-reg-number
           end-read
           if not voter-ok
               add 1 to ws-rejects
               move spaces to exception-line
               string "REJECTED - reg " at-reg-number
                   " not on voter master" delimited by size
                   into exception-line
               write exception-line
           else
               if vm-status not = "A"
                   add 1 to ws-rejects
                   move spaces to exception-line
                   string "REJECTED - reg " at-reg-number " "
                       vm-name " not active, status " vm-status
                       delimited by size into exception-line
                   write exception-line
               else
                   perform 2110-check-and-record
               end-if
           end-if.

       2110-check-and-record.
           move ws-election-date to ab-election-date
           move at-reg-number to ab-reg-number
           read absentee-file
               key is ab-key
           end-read
           if absentee-ok
               add 1 to ws-rejects
               move spaces to exception-line
               string "REJECTED - reg " at-reg-number " " vm-name
                   " already requested " ab-request-date
                   delimited by size into exception-line
               write exception-line
           else
               perform 2150-find-ballot-style
               if not ws-style-found
                   add 1 to ws-rejects
                   move spaces to exception-line
                   string "REJECTED - reg " at-reg-number
                       " no ballot style for precinct "
                       vm-precinct delimited by size
                       into exception-line
                   write exception-line
               else
                   perform 2200-record-request
               end-if
           end-if.

       2150-find-ballot-style.
           move "N" to ws-style-found-flag
           move spaces to ws-ballot-style
           move 0 to ws-style-scan
           perform 2160-scan-one-style
               until ws-style-scan >= ws-style-count
                   or ws-style-found.

       2160-scan-one-style.
           add 1 to ws-style-scan
           set style-idx to ws-style-scan
           if stt-precinct (style-idx) = vm-precinct
               set ws-style-found to true
               move stt-style (style-idx) to ws-ballot-style
           end-if.

       2200-record-request.
           move ws-election-date to ab-election-date
           move at-reg-number to ab-reg-number
           move vm-name to ab-name
           move vm-precinct to ab-precinct
           move ws-ballot-style to ab-ballot-style
           if at-street = spaces
               move vm-address to ab-mail-address
           else
               move at-mail-address to ab-mail-address
           end-if
           move at-date to ab-request-date
           move "R" to ab-status
           move 0 to ab-return-date
           write absentee-record
               invalid key continue
           end-write
           add 1 to ws-requests
           perform 2250-write-envelope-label
           move spaces to report-line
           string "REQUESTED reg " at-reg-number " " vm-name
               " precinct " vm-precinct " style " ws-ballot-style
               delimited by size into report-line
           write report-line.

      *The envelope label - the precinct and ballot style up top so
      *the right ballot goes in, then the mailing address.
       2250-write-envelope-label.
           move spaces to label-line
           string "PCT " ab-precinct " STYLE " ab-ballot-style
               " REG " ab-reg-number delimited by size
               into label-line
           write label-line
           move spaces to label-line
           move ab-name to label-line
           write label-line
           move spaces to label-line
           move ab-street to label-line
           write label-line
           move spaces to label-line
           string ab-city delimited by size ", " ab-state " "
               ab-zip delimited by size into label-line
           write label-line
           move spaces to label-line
           write label-line.

       2300-process-return.
           move ws-election-date to ab-election-date
           move at-reg-number to ab-reg-number
           read absentee-file
               key is ab-key
           end-read
           evaluate true
               when not absentee-ok
                   add 1 to ws-rejects
                   move spaces to exception-line
                   string "REJECTED - ballot from reg " at-reg-number
                       " - no request on file" delimited by size
                       into exception-line
                   write exception-line
               when not ab-requested
                   add 1 to ws-rejects
                   move spaces to exception-line
                   string "REJECTED - reg " at-reg-number " " ab-name
                       " ballot already logged " ab-return-date
                       delimited by size into exception-line
                   write exception-line
               when other
                   perform 2400-log-return
           end-evaluate.

      *Received date on the ballot first; late outranks the polls
      *check, since a late ballot doesn't count either way.
       2400-log-return.
           move at-date to ab-return-date
           perform 2450-check-poll-book
           evaluate true
               when at-date > ws-return-deadline
                   move "L" to ab-status
                   add 1 to ws-late
                   move spaces to exception-line
                   string "LATE      reg " at-reg-number " " ab-name
                       " received " at-date " due " ws-return-deadline
                       delimited by size into exception-line
                   write exception-line
               when pb-has-voted
                   move "P" to ab-status
                   add 1 to ws-at-polls
                   move spaces to exception-line
                   string "AT POLLS  reg " at-reg-number " " ab-name
                       " signed in precinct " pb-signin-precinct
                       " on " pb-signin-date
                       delimited by size into exception-line
                   write exception-line
               when other
                   move "A" to ab-status
                   add 1 to ws-accepted
                   perform 2500-write-history
           end-evaluate
           rewrite absentee-record
               invalid key continue
           end-rewrite
           move spaces to report-line
           string "RETURNED  reg " at-reg-number " " ab-name
               " received " at-date " status " ab-status
               delimited by size into report-line
           write report-line.

       2450-check-poll-book.
           move "N" to pb-voted
           if ws-book-open
               move ws-election-date to pb-election-date
               move at-reg-number to pb-reg-number
               read poll-book
                   key is pb-key
               end-read
               if not book-ok
                   move "N" to pb-voted
               end-if
           end-if.

       2500-write-history.
           move at-reg-number to vh-reg-number
           move ws-election-date to vh-election-date
           move ab-precinct to vh-precinct
           move at-date to vh-signin-date
           write voter-history-record
               invalid key rewrite voter-history-record
           end-write.

       3000-wrapup.
           move spaces to report-line
           write report-line
           move spaces to report-line
           string "REQUESTS " ws-requests
               " ACCEPTED " ws-accepted
               " LATE " ws-late
               " VOTED AT POLLS " ws-at-polls
               " REJECTED " ws-rejects
               delimited by size into report-line
           write report-line
           move spaces to exception-line
           string "REJECTED " ws-rejects
               " LATE " ws-late
               " VOTED AT POLLS " ws-at-polls
               delimited by size into exception-line
           write exception-line
           close voter-master
           close absentee-file
           close voter-history
           if ws-book-open
               close poll-book
           end-if
           close absentee-trans
           close label-file
           close absentee-report
           close exception-report.
