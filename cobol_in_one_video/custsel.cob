      *a selected-customer file CUSTLBL accepts as an alternate
      *input. The selection report shows the criteria used and the
      *counts, so marketing can prove who a campaign went to.
      *
      *Modification history
      *January 12th 2026   - ladoblanco prod - a customer who
      *  matches but whose address is flagged undeliverable
      *  (returned mail, see CUSTMNT) is left off the selected file,
      *  listed as SUPPRESSED and counted, so a campaign stops
      *  mailing addresses the post office already sent back.
       identification division.
       program-id. custsel.
       author. ladoblanco prod.
           select selection-report assign to "custsel.rpt"
               organization is line sequential
               file status is ws-report-status.
           select undeliverable assign to "cust-undeliverable.dat"
               organization is indexed
               access mode is dynamic
               record key is ud-ident
               file status is ws-undeliv-status.
       data division.
       file section.
       fd customer-master.
       01 selected-customer pic x(104).
       fd selection-report.
       01 report-line pic x(80).
       fd undeliverable.
       copy custudl.
       working-storage section.
       01 ws-master-status pic xx value spaces.
           88 master-ok value "00".
       01 ws-counts.
           02 ws-reviewed pic 9(7) value 0.
           02 ws-selected pic 9(7) value 0.
           02 ws-suppressed pic 9(7) value 0.
       01 ws-undeliv-status pic xx value spaces.
           88 undeliv-ok value "00".
       01 ws-undeliv-file-flag pic x value "N".
           88 ws-undeliv-file-open value "Y".
       01 ws-match-flag pic x value "Y".
           88 ws-customer-matches value "Y".
           88 ws-customer-excluded value "N".
                   set master-eof to true
               end-if
               open output selected-customers
      *No undeliverable file yet means every address is good.
               open input undeliverable
               if undeliv-ok
                   set ws-undeliv-file-open to true
               end-if
               if not master-eof
                   perform 1300-read-customer
               end-if
       2000-review-customer.
           add 1 to ws-reviewed
           perform 2100-apply-criteria
           if ws-customer-matches and ws-undeliv-file-open
               perform 2300-check-undeliverable
           end-if
           if ws-customer-matches
               add 1 to ws-selected
               move customer to selected-customer
               move 0 to ws-age
           end-if.

      *A match whose mail has already come back is held off the
      *campaign - it would only come back again.
       2300-check-undeliverable.
           move ident to ud-ident
           read undeliverable
               key is ud-ident
           end-read
           if undeliv-ok
               set ws-customer-excluded to true
               add 1 to ws-suppressed
               move spaces to report-line
               string "SUPPRESSED ident " ident " name " custname
                   " undeliverable since " ud-return-date
                   delimited by size into report-line
               write report-line
           end-if.

       3000-wrapup.
           move spaces to report-line
           string "CUSTOMERS REVIEWED " ws-reviewed
               " SELECTED " ws-selected
               " SUPPRESSED " ws-suppressed delimited by size
               into report-line
           write report-line
           if ws-card-found
               close customer-master
               close selected-customers
           end-if
           if ws-undeliv-file-open
               close undeliverable
           end-if
           close selection-report.
