      *together before a campaign mails three pieces to one mailbox.
      *CUSTLBL's HOUSEHOLD mode prints the consolidated labels off
      *the same grouping.
      *
      *Modification history
      *January 12th 2026   - ladoblanco prod - a customer whose
      *  address is flagged undeliverable (returned mail, see
      *  CUSTMNT) is left out of the grouping and counted as
      *  suppressed - nobody is getting mail there.
       identification division.
       program-id. custhhld.
       author. ladoblanco prod.
           select household-report assign to "custhhld.rpt"
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
           02 sr-ident pic 9(7).
       fd household-report.
       01 report-line pic x(80).
       fd undeliverable.
       copy custudl.
       working-storage section.
       01 ws-master-status pic xx value spaces.
           88 master-ok value "00".
           02 ws-customer-count pic 9(7) value 0.
           02 ws-household-count pic 9(7) value 0.
           02 ws-multi-count pic 9(7) value 0.
           02 ws-suppressed-count pic 9(7) value 0.
       01 ws-undeliv-status pic xx value spaces.
           88 undeliv-ok value "00".
       01 ws-undeliv-file-flag pic x value "N".
           88 ws-undeliv-file-open value "Y".
       01 ws-undeliv-hit-flag pic x value "N".
           88 ws-undeliv-hit value "Y".
       procedure division.
       0000-main.
           perform 1000-initialize
           move spaces to report-line
           string "HOUSEHOLD GROUPING REPORT" delimited by size
               into report-line
           write report-line
      *No undeliverable file yet means every address is good.
           open input undeliverable
           if undeliv-ok
               set ws-undeliv-file-open to true
           end-if.

       2000-load-sort-file.
           open input customer-master
           end-read.

       2200-release-customer.
           move "N" to ws-undeliv-hit-flag
           if ws-undeliv-file-open
               move ident to ud-ident
               read undeliverable
                   key is ud-ident
               end-read
               if undeliv-ok
                   set ws-undeliv-hit to true
               end-if
           end-if
           if ws-undeliv-hit
               add 1 to ws-suppressed-count
           else
               add 1 to ws-customer-count
               move street to sr-street
               move city to sr-city
               move state to sr-state
               move zip to sr-zip
               move custname to sr-custname
               move ident to sr-ident
               release sort-record
           end-if
           perform 2100-read-customer.

       3000-print-households.
               " WITH MULTIPLE MEMBERS " ws-multi-count
               delimited by size into report-line
           write report-line
           move spaces to report-line
           string "SUPPRESSED AS UNDELIVERABLE " ws-suppressed-count
               delimited by size into report-line
           write report-line
           if ws-undeliv-file-open
               close undeliverable
           end-if
           close household-report.
