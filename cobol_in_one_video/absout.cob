      *The daily outstanding absentee ballots report for the
      *election on the election-date card. Every ballot ABSMNT has
      *on file for the election releases to a sort on precinct and
      *name - the VOTEROST roster shape - and each precinct prints
      *the ballots still out, with the day requested and how many
      *days they have been out, then the precinct's requested,
      *returned, flagged and outstanding counts. Totals for the
      *election at the foot.
       identification division.
       program-id. absout.
       author. ladoblanco prod.
       date-written. March 16th 2026.
       environment division.
       input-output section.
       file-control.
           select absentee-file assign to "absentee.dat"
               organization is indexed
               access mode is dynamic
               record key is ab-key
               file status is ws-absentee-status.
           select election-control assign to "election-date.dat"
               organization is line sequential
               file status is ws-election-status.
           select sort-work assign to "absout.wrk".
           select outstanding-report assign to "absout.rpt"
               organization is line sequential
               file status is ws-report-status.
       data division.
       file section.
       fd absentee-file.
       copy absent.
       fd election-control.
       01 election-control-record.
           02 ec-election-date pic 9(8).
           02 ec-return-deadline pic 9(8).
       sd sort-work.
       01 sort-record.
           02 sr-precinct pic 9(3).
           02 sr-name pic x(20).
           02 sr-reg-number pic 9(7).
           02 sr-ballot-style pic x(4).
           02 sr-request-date pic 9(8).
           02 sr-status pic x.
               88 sr-outstanding value "R".
               88 sr-accepted value "A".
       fd outstanding-report.
       01 report-line pic x(80).
       working-storage section.
       01 ws-absentee-status pic xx value spaces.
           88 absentee-ok value "00".
       01 ws-absentee-open-flag pic x value "N".
           88 ws-absentee-open value "Y".
       01 ws-election-status pic xx value spaces.
       01 ws-report-status pic xx value spaces.
       01 ws-election-date pic 9(8) value 0.
       01 ws-return-deadline pic 9(8) value 0.
       01 ws-today pic 9(8) value 0.
       01 ws-ds-function pic x value "D".
       01 ws-ds-number pic s9(7) value 0.
       01 ws-ds-status pic x value spaces.
       01 ws-days-out pic 9(5) value 0.
       01 ws-walk-flag pic x value "N".
           88 ws-walk-done value "Y".
       01 ws-sort-flag pic x value "N".
           88 ws-sort-eof value "Y".
       01 ws-first-precinct pic x value "Y".
           88 is-first-precinct value "Y".
       01 ws-prev-precinct pic 9(3) value 0.
       01 ws-precinct-counts.
           02 ws-pct-requested pic 9(5) value 0.
           02 ws-pct-returned pic 9(5) value 0.
           02 ws-pct-flagged pic 9(5) value 0.
           02 ws-pct-outstanding pic 9(5) value 0.
       01 ws-total-counts.
           02 ws-tot-requested pic 9(7) value 0.
           02 ws-tot-returned pic 9(7) value 0.
           02 ws-tot-flagged pic 9(7) value 0.
           02 ws-tot-outstanding pic 9(7) value 0.
       procedure division.
       0000-main.
           perform 1000-initialize
           sort sort-work
               on ascending key sr-precinct sr-name
               input procedure is 2000-load-ballots
               output procedure is 3000-print-outstanding
           perform 4000-wrapup
           stop run.

       1000-initialize.
           accept ws-today from date yyyymmdd
           open output outstanding-report
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
           end-if
           move spaces to report-line
           string "OUTSTANDING ABSENTEE BALLOTS - ELECTION "
               ws-election-date " AS OF " ws-today
               delimited by size into report-line
           write report-line
           move spaces to report-line
           string "RETURNS DUE BY " ws-return-deadline
               delimited by size into report-line
           write report-line.

      *Only this election's ballots - the walk starts at its first
      *key and stops at the first line past it.
       2000-load-ballots.
           open input absentee-file
           if not absentee-ok
               display "absout: absentee file open failed, status "
                   ws-absentee-status
               move 16 to return-code
               set ws-walk-done to true
           else
               set ws-absentee-open to true
               move ws-election-date to ab-election-date
               move 0 to ab-reg-number
               start absentee-file key is >= ab-key
                   invalid key set ws-walk-done to true
               end-start
           end-if
           if not ws-walk-done
               perform 2100-read-ballot
           end-if
           perform 2200-release-one-ballot
               until ws-walk-done
           if ws-absentee-open
               close absentee-file
           end-if.

       2100-read-ballot.
           read absentee-file next record
               at end set ws-walk-done to true
           end-read
           if not ws-walk-done
               if ab-election-date not = ws-election-date
                   set ws-walk-done to true
               end-if
           end-if.

       2200-release-one-ballot.
           move ab-precinct to sr-precinct
           move ab-name to sr-name
           move ab-reg-number to sr-reg-number
           move ab-ballot-style to sr-ballot-style
           move ab-request-date to sr-request-date
           move ab-status to sr-status
           release sort-record
           perform 2100-read-ballot.

       3000-print-outstanding.
           perform 3100-return-sorted
           perform 3200-count-one-ballot
               until ws-sort-eof
           if not is-first-precinct
               perform 3400-close-precinct
           end-if.

       3100-return-sorted.
           return sort-work
               at end set ws-sort-eof to true
           end-return.

      *Late returns and returns from voters who also signed in at
      *the polls are in, but flagged - neither counts as returned.
       3200-count-one-ballot.
           if is-first-precinct
               move "N" to ws-first-precinct
               perform 3300-open-precinct
           else
               if sr-precinct not = ws-prev-precinct
                   perform 3400-close-precinct
                   perform 3300-open-precinct
               end-if
           end-if
           add 1 to ws-pct-requested
           evaluate true
               when sr-outstanding
                   add 1 to ws-pct-outstanding
                   perform 3250-list-outstanding
               when sr-accepted
                   add 1 to ws-pct-returned
               when other
                   add 1 to ws-pct-flagged
           end-evaluate
           perform 3100-return-sorted.

       3250-list-outstanding.
           move 0 to ws-days-out
           call "dateserv" using ws-ds-function
               sr-request-date ws-today
               ws-ds-number ws-ds-status
           if ws-ds-status = "Y" and ws-ds-number > 0
               move ws-ds-number to ws-days-out
           end-if
           move spaces to report-line
           string "  OUT reg " sr-reg-number " " sr-name
               " style " sr-ballot-style
               " requested " sr-request-date
               " days " ws-days-out
               delimited by size into report-line
           write report-line.

       3300-open-precinct.
           move sr-precinct to ws-prev-precinct
           initialize ws-precinct-counts
           move spaces to report-line
           write report-line
           move spaces to report-line
           string "PRECINCT " sr-precinct delimited by size
               into report-line
           write report-line.

       3400-close-precinct.
           add ws-pct-requested to ws-tot-requested
           add ws-pct-returned to ws-tot-returned
           add ws-pct-flagged to ws-tot-flagged
           add ws-pct-outstanding to ws-tot-outstanding
           move spaces to report-line
           string "  PRECINCT " ws-prev-precinct
               " REQUESTED " ws-pct-requested
               " RETURNED " ws-pct-returned
               " FLAGGED " ws-pct-flagged
               " OUT " ws-pct-outstanding
               delimited by size into report-line
           write report-line.

       4000-wrapup.
           move spaces to report-line
           write report-line
           move spaces to report-line
           string "TOTAL REQUESTED " ws-tot-requested
               " RETURNED " ws-tot-returned
               " FLAGGED " ws-tot-flagged
               " OUTSTANDING " ws-tot-outstanding
               delimited by size into report-line
           write report-line
           close outstanding-report.
