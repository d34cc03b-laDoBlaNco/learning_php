      *November 17th 2024  - ladoblanco prod - STOP RUN became
      *  GOBACK so the nightly scheduler can CALL this job and get
      *  control back; run standalone the behavior is identical.
      *January 19th 2026   - ladoblanco prod - the SSN goes out as
      *  its last four digits, the area and group as asterisks
      *  (SSNMASK), unless this export is named on the SSN-FEEDS.DAT
      *  list of downstream feeds that need the whole number; a
      *  full-SSN export is logged on the operator-security audit
      *  log.
       identification division.
       program-id. custexp.
       author. ladoblanco prod.
       01 ws-csv-status pic xx value spaces.
       01 ws-json-status pic xx value spaces.
       01 ws-customer-count pic 9(5) value 0.
       copy ssnctl.
       procedure division.
       0000-main.
           perform 1000-initialize
               "STREET,CITY,STATE,ZIP,SSAREA,SSGROUP,SSSERIAL"
               delimited by size into csv-line
           write csv-line
           initialize ssn-control
           move "CUSTEXP " to sc-program-name
           set sc-check-feed to true
           call "ssnmask" using ssn-control
           if sc-unmasked
               display "custexp: full SSNs exported, feed list names "
                   sc-oper-id
           end-if
           set sc-edit-ssn to true
           perform 1100-read-customer.

       1100-read-customer.

       2000-process-customer.
           add 1 to ws-customer-count
           move cust-ssnum to sc-ssnum
           call "ssnmask" using ssn-control
           perform 2100-write-csv-line
           perform 2200-write-json-line
           perform 1100-read-customer.
               mob "," dob "," yob ","
               quote street quote "," quote city quote ","
               state "," zip ","
               sc-print-area "," sc-print-group "," sc-print-serial
               delimited by size into csv-line
           write csv-line.

               quote "city" quote ":" quote city quote ","
               quote "state" quote ":" quote state quote ","
               quote "zip" quote ":" quote zip quote ","
               quote "ssarea" quote ":" quote sc-print-area quote ","
               quote "ssgroup" quote ":" quote sc-print-group quote ","
               quote "ssserial" quote ":" quote sc-print-serial quote
               "}" delimited by size into json-line
           write json-line.

