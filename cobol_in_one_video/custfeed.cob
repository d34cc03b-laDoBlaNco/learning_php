      *front, the current master image behind it (empty on actions
      *that removed the record) - so the downstream side applies the
      *day's changes incrementally instead of diffing snapshots.
      *
      *Modification history
      *January 19th 2026   - ladoblanco prod - the SSN in the master
      *  image goes out as asterisks over all but the last four
      *  digits (SSNMASK), unless this feed is named on the
      *  SSN-FEEDS.DAT list of downstream feeds that need the whole
      *  number; a full-SSN feed is logged on the operator-security
      *  audit log, and the report says which way the run went.
       identification division.
       program-id. custfeed.
       author. ladoblanco prod.
       fd change-feed.
      *Action code off the audit line, the ident, then the current
      *master record byte for byte - spaces when the action removed
      *the record (a DELETE, a MERGE victim, a purge). The SSN in the
      *image is asterisks over all but the last four digits unless
      *the feed is on the SSN-FEEDS.DAT list.
       01 change-feed-record.
           02 fe-action pic x(6).
           02 fe-date pic 9(8).
           02 ws-fed pic 9(7) value 0.
           02 ws-removed pic 9(7) value 0.
           02 ws-old-format pic 9(7) value 0.
       copy ssnctl.
       procedure division.
       0000-main.
           perform 1000-initialize
               " to " ws-select-to delimited by size
               into report-line
           write report-line
           perform 1150-settle-ssn-masking
           open input customer-master
           if not master-ok
               display "custfeed: master open failed, status "
           end-read
           close feed-control.

      *Only a feed on the list carries the whole SSN - everything
      *else gets the last four.
       1150-settle-ssn-masking.
           initialize ssn-control
           move "CUSTFEED" to sc-program-name
           set sc-check-feed to true
           call "ssnmask" using ssn-control
           move spaces to report-line
           if sc-unmasked
               string "FULL SSNS FED - feed list names " sc-oper-id
                   delimited by size into report-line
           else
               string "SSNS MASKED TO LAST FOUR DIGITS"
                   delimited by size into report-line
           end-if
           write report-line
           set sc-edit-ssn to true.

       1200-read-audit-line.
           read audit-log
               at end set audit-eof to true
               key is ident
           end-read
           if master-ok
               move cust-ssnum to sc-ssnum
               call "ssnmask" using ssn-control
               move spaces to cust-ssnum
               string sc-print-area sc-print-group sc-print-serial
                   delimited by size into cust-ssnum
               move customer to fe-customer
               add 1 to ws-fed
           else
