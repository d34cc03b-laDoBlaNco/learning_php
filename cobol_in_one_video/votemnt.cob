      *the same external table VOTEAPP uses), a cancellation takes
      *them off the active roll without deleting the record - the
      *roll is also the history - and an inquiry answers the desk.
      *
      *Modification history
      *March 2nd 2026      - ladoblanco prod - the inquiry lists the
      *  voter's participation history off POLLSIGN's sign-ins
      *March 9th 2026      - ladoblanco prod - a cancellation records
      *  the voter's own request as the reason, and a voter VOTELMT
      *  made inactive comes back active on an answer to the
      *  confirmation notice (new R transaction) or a transfer
       identification division.
       program-id. votemnt.
       author. ladoblanco prod.
           select voter-trans assign to "voter-trans.dat"
               organization is line sequential
               file status is ws-trans-status.
           select voter-history assign to "voter-history.dat"
               organization is indexed
               access mode is dynamic
               record key is vh-key
               file status is ws-history-status.
           select voter-report assign to "votemnt.rpt"
               organization is line sequential
               file status is ws-report-status.
               88 vt-transfer value "T".
               88 vt-cancel value "X".
               88 vt-inquire value "I".
               88 vt-respond value "R".
           02 vt-reg-number pic 9(7).
      *The new address, on a transfer only.
           02 vt-street pic x(25).
           02 vt-city pic x(15).
           02 vt-state pic xx.
           02 vt-zip pic x(10).
       fd voter-history.
       copy votehst.
       fd voter-report.
       01 report-line pic x(80).
       working-storage section.
           88 trans-ok value "00".
           88 trans-eof value "10".
       01 ws-report-status pic xx value spaces.
      *No sign-ins yet means no history file - the inquiry just
      *shows none.
       01 ws-history-status pic xx value spaces.
           88 history-ok value "00".
       01 ws-history-open-flag pic x value "N".
           88 ws-history-open value "Y".
       01 ws-history-walk-flag pic x value "N".
           88 ws-history-walk-done value "Y".
       01 ws-elections-voted pic 9(3) value 0.
       01 ws-counts.
           02 ws-transfers pic 9(5) value 0.
           02 ws-cancels pic 9(5) value 0.
           02 ws-inquiries pic 9(5) value 0.
           02 ws-rejects pic 9(5) value 0.
           02 ws-responses pic 9(5) value 0.
      *ZIP-to-precinct table, the same external file VOTEAPP loads.
       01 zip-precinct-table.
           02 precinct-entry occurs 100 times
               delimited by size into report-line
           write report-line
           perform 1100-load-zip-precincts
           open input voter-history
           if history-ok
               set ws-history-open to true
           end-if
           open i-o voter-master
           if not voter-ok
               display "votemnt: voter master open failed, status "
                       perform 2200-cancel-voter
                   when vt-inquire
                       perform 2300-inquire-voter
                   when vt-respond
                       perform 2400-notice-response
                   when other
                       add 1 to ws-rejects
                       move spaces to report-line
           move vt-zip to vm-zip
           perform 2150-assign-precinct
           move ws-assigned-precinct to vm-precinct
           if vm-status = "I"
               perform 2450-reactivate-voter
           end-if
           rewrite voter-record
           add 1 to ws-transfers
           move spaces to report-line
      *history the roll has to keep answering for.
       2200-cancel-voter.
           move "C" to vm-status
           move "R" to vm-status-reason
           accept vm-status-date from date yyyymmdd
           rewrite voter-record
           add 1 to ws-cancels
           move spaces to report-line
           string "INQUIRY   reg " vt-reg-number " " vm-name
               " precinct " vm-precinct " status " vm-status
               delimited by size into report-line
           write report-line
           perform 2310-list-participation.

      *Every election the voter signed in for, oldest first.
       2310-list-participation.
           move 0 to ws-elections-voted
           move "N" to ws-history-walk-flag
           if not ws-history-open
               set ws-history-walk-done to true
           else
               move vt-reg-number to vh-reg-number
               move 0 to vh-election-date
               start voter-history key is >= vh-key
                   invalid key set ws-history-walk-done to true
               end-start
           end-if
           if not ws-history-walk-done
               perform 2320-read-history
           end-if
           perform 2330-print-history
               until ws-history-walk-done
           move spaces to report-line
           string "          elections voted " ws-elections-voted
               delimited by size into report-line
           write report-line.

       2320-read-history.
           read voter-history next record
               at end set ws-history-walk-done to true
           end-read
           if not ws-history-walk-done
               if vh-reg-number not = vt-reg-number
                   set ws-history-walk-done to true
               end-if
           end-if.

       2330-print-history.
           add 1 to ws-elections-voted
           move spaces to report-line
           string "          voted election " vh-election-date
               " precinct " vh-precinct
               delimited by size into report-line
           write report-line
           perform 2320-read-history.

      *The voter answered VOTELMT's confirmation notice - still
      *here, so back on the active roll. Only an inactive voter has
      *a notice to answer.
       2400-notice-response.
           if vm-status = "I"
               perform 2450-reactivate-voter
               rewrite voter-record
               add 1 to ws-responses
               move spaces to report-line
               string "RESPONSE  reg " vt-reg-number " " vm-name
                   " active again" delimited by size
                   into report-line
               write report-line
           else
               add 1 to ws-rejects
               move spaces to report-line
               string "REJECTED - response for reg " vt-reg-number
                   " not inactive, status " vm-status
                   delimited by size into report-line
               write report-line
           end-if.

       2450-reactivate-voter.
           move "A" to vm-status
           move "V" to vm-status-reason
           accept vm-status-date from date yyyymmdd.

       3000-wrapup.
           move spaces to report-line
           string "Transfers " ws-transfers
               " Cancels " ws-cancels
               " Inquiries " ws-inquiries
               " Responses " ws-responses
               " Rejects " ws-rejects delimited by size
               into report-line
           write report-line
           close voter-master
           if ws-history-open
               close voter-history
           end-if
           close voter-trans
           close voter-report.
