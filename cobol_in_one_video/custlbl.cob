      *  card: labels print off the selected-customer file the new
      *  CUSTSEL criteria run writes, instead of the whole master,
      *  so a campaign can finally mail a subset.
      *January 12th 2026   - ladoblanco prod - a customer whose
      *  address is flagged undeliverable (returned mail, see
      *  CUSTMNT) gets no label in any mode, and the run says how
      *  many were suppressed.
      *March 9th 2026      - ladoblanco prod - added a NOTICE mode
      *  card: labels print off the confirmation-notice file VOTELMT
      *  writes for voters moving out of county, one per notice,
      *  addressed to the voter's new address.
       identification division.
       program-id. custlbl.
       author. ladoblanco prod.
           select selected-customers assign to "custsel.dat"
               organization is line sequential
               file status is ws-selected-status.
           select voter-notices assign to "voter-notice.dat"
               organization is line sequential
               file status is ws-notice-status.
           select undeliverable assign to "cust-undeliverable.dat"
               organization is indexed
               access mode is dynamic
               record key is ud-ident
               file status is ws-undeliv-status.
       data division.
       file section.
       fd customer-master.
               03 sel-state pic xx.
               03 sel-zip pic x(10).
           02 filler pic x(17).
       fd voter-notices.
       copy votentc.
       fd undeliverable.
       copy custudl.
       working-storage section.
       01 ws-master-status pic xx value spaces.
           88 master-ok value "00".
       01 ws-selected-status pic xx value spaces.
           88 selected-ok value "00".
           88 selected-eof value "10".
       01 ws-notice-status pic xx value spaces.
           88 notice-ok value "00".
           88 notice-eof value "10".
       01 ws-label-count pic 9(5) value 0.
       01 ws-suppressed-count pic 9(5) value 0.
       01 ws-undeliv-status pic xx value spaces.
           88 undeliv-ok value "00".
       01 ws-undeliv-file-flag pic x value "N".
           88 ws-undeliv-file-open value "Y".
       01 ws-check-ident pic 9(7) value 0.
       01 ws-undeliverable-flag pic x value "N".
           88 ws-undeliverable value "Y".
      *Mode card - LABEL prints one label per customer as always,
      *HOUSEHOLD consolidates to one label per address, SELECTED
      *prints off the file the CUSTSEL criteria run wrote, NOTICE
      *off the voter confirmation notices VOTELMT wrote. No card
      *at all means LABEL.
       01 ws-run-mode pic x(9) value "LABEL    ".
           88 ws-mode-label value "LABEL    ".
           88 ws-mode-household value "HOUSEHOLD".
           88 ws-mode-selected value "SELECTED ".
           88 ws-mode-notice value "NOTICE   ".
       01 ws-sort-flag pic x value "N".
           88 ws-sort-eof value "Y".
       01 ws-first-record pic x value "Y".
                       output procedure is 5000-print-household-labels
               when ws-mode-selected
                   perform 1700-run-selected-mode
               when ws-mode-notice
                   perform 1750-run-notice-mode
               when other
                   perform 1500-run-label-mode
           end-evaluate
           close label-file
           if ws-undeliv-file-open
               close undeliverable
           end-if
           display "custlbl: labels printed " ws-label-count
               " suppressed as undeliverable " ws-suppressed-count
           stop run.

       1000-initialize.
           end-read
           close label-control
           if not ws-mode-label and not ws-mode-household
                   and not ws-mode-selected and not ws-mode-notice
               display "custlbl: unknown mode " ws-run-mode
                   ", printing one label per customer"
               move "LABEL    " to ws-run-mode
           end-if
      *No undeliverable file yet means every address is good.
           open input undeliverable
           if undeliv-ok
               set ws-undeliv-file-open to true
           end-if.

       1500-run-label-mode.
           end-read.

       2000-print-label.
           move ident to ws-check-ident
           perform 1900-check-undeliverable
           if ws-undeliverable
               add 1 to ws-suppressed-count
           else
               perform 2100-write-one-label
           end-if
           perform 1600-read-customer.

       2100-write-one-label.
           move spaces to label-line
           move custname to label-line
           write label-line
           write label-line
           move spaces to label-line
           write label-line
           add 1 to ws-label-count.

      *Mail already came back from this customer's address - a
      *label would only send it round again.
       1900-check-undeliverable.
           move "N" to ws-undeliverable-flag
           if ws-undeliv-file-open
               move ws-check-ident to ud-ident
               read undeliverable
                   key is ud-ident
               end-read
               if undeliv-ok
                   set ws-undeliverable to true
               end-if
           end-if.

      *The selected file holds only the customers the criteria run
      *picked - one label each. A missing file means no selection
           end-read.

       2500-print-selected-label.
           move sel-ident to ws-check-ident
           perform 1900-check-undeliverable
           if ws-undeliverable
               add 1 to ws-suppressed-count
           else
               perform 2600-write-selected-label
           end-if
           perform 1800-read-selected.

       2600-write-selected-label.
           move spaces to label-line
           move sel-custname to label-line
           write label-line
           write label-line
           move spaces to label-line
           write label-line
           add 1 to ws-label-count.

      *Voter notices are not customers - the undeliverable file
      *has nothing to say about them, and each notice is one label.
       1750-run-notice-mode.
           open input voter-notices
           if notice-ok
               perform 1760-read-notice
               perform 2700-write-notice-label
                   until notice-eof
               close voter-notices
           else
               display "custlbl: no voter-notice file - "
                   "run votelmt first"
           end-if.

       1760-read-notice.
           read voter-notices
               at end set notice-eof to true
           end-read.

       2700-write-notice-label.
           move spaces to label-line
           move vn-name to label-line
           write label-line
           move spaces to label-line
           move vn-street to label-line
           write label-line
           move spaces to label-line
           string vn-city delimited by size ", " vn-state " "
               vn-zip delimited by size into label-line
           write label-line
           move spaces to label-line
           write label-line
           add 1 to ws-label-count
           perform 1760-read-notice.

       4000-load-sort-file.
           open input customer-master
               until master-eof
           close customer-master.

      *An undeliverable member stays out of the household - the
      *label goes to the address only for the ones still getting
      *mail there.
       4100-release-customer.
           move ident to ws-check-ident
           perform 1900-check-undeliverable
           if ws-undeliverable
               add 1 to ws-suppressed-count
           else
               move street to sr-street
               move city to sr-city
               move state to sr-state
               move zip to sr-zip
               move custname to sr-custname
               release sort-record
           end-if
           perform 1600-read-customer.

       5000-print-household-labels.
