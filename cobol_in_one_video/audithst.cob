      *  SSN-correction transaction) print the before and after SSN
      *  off the two fields custaud grew for them - the first time
      *  an SSN change has been visible on the trail at all.
      *December 15th 2025  - ladoblanco prod - CREDIT lines (credit
      *  limit and credit hold changes out of ARCMNT, automatic
      *  holds out of ARHOLD) print the before and after limit and
      *  status.
      *January 12th 2026   - ladoblanco prod - MAILRT lines (an
      *  address flagged undeliverable on returned mail) and MAILOK
      *  lines (the flag cleared by an address change) print the
      *  date the mail came back.
      *January 19th 2026   - ladoblanco prod - SSNCHG lines print
      *  the last four digits of each SSN (SSNMASK) unless the
      *  operator named on the request card holds the view-SSN
      *  privilege; a full-SSN run is logged on the operator-security
      *  audit log.
       identification division.
       program-id. audithst.
       author. ladoblanco prod.
           02 rq-ident pic 9(7).
           02 rq-from-date pic 9(8).
           02 rq-to-date pic 9(8).
      *The operator submitting the inquiry - full SSNs print only
      *for an id holding the view-SSN privilege.
           02 rq-operator pic x(8).
       fd history-report.
       01 report-line pic x(80).
       working-storage section.
       01 ws-select-ident pic 9(7) value 0.
       01 ws-select-from pic 9(8) value 0.
       01 ws-select-to pic 9(8) value 99999999.
       01 ws-submitted-by pic x(8) value spaces.
       01 ws-counts.
           02 ws-lines-read pic 9(7) value 0.
           02 ws-lines-listed pic 9(7) value 0.
           02 ws-old-format pic 9(7) value 0.
       01 ws-limit-before-edit pic z,zzz,zz9.99.
       01 ws-limit-after-edit pic z,zzz,zz9.99.
       01 ws-ssn-before-print pic x(11) value spaces.
       copy ssnctl.
       procedure division.
       0000-main.
           perform 1000-initialize
               " from " ws-select-from " to " ws-select-to
               delimited by size into report-line
           write report-line
           perform 1150-settle-ssn-masking
      *No audit log on disk means no maintenance has ever run - an
      *empty history, not an error.
           if audit-ok
                   if rq-to-date > 0
                       move rq-to-date to ws-select-to
                   end-if
                   move rq-operator to ws-submitted-by
           end-read
           close inquiry-request.

      *Last four digits unless the submitting operator may see the
      *whole number - and then the report says so up top.
       1150-settle-ssn-masking.
           initialize ssn-control
           move "AUDITHST" to sc-program-name
           move ws-submitted-by to sc-oper-id
           set sc-check-operator to true
           call "ssnmask" using ssn-control
           if sc-unmasked
               move spaces to report-line
               string "FULL SSNS SHOWN - submitted by " sc-oper-id
                   delimited by size into report-line
               write report-line
           end-if
           set sc-edit-ssn to true.

       1200-read-audit-line.
           read audit-log
               at end set audit-eof to true
               when "SSNCHG"
                   if aud-ssn-before is numeric
                           and aud-ssn-after is numeric
                       move aud-ssn-before to sc-ssnum
                       call "ssnmask" using ssn-control
                       move sc-ssn-print to ws-ssn-before-print
                       move aud-ssn-after to sc-ssnum
                       call "ssnmask" using ssn-control
                       move spaces to report-line
                       string "         ssn  " ws-ssn-before-print
                           " -> " sc-ssn-print delimited by size
                           into report-line
                       write report-line
                   end-if
                       aud-yob-after " restored from archive"
                       delimited by size into report-line
                   write report-line
               when "CREDIT"
                   move aud-limit-before to ws-limit-before-edit
                   move aud-limit-after to ws-limit-after-edit
                   move spaces to report-line
                   string "         limit " ws-limit-before-edit
                       " -> " ws-limit-after-edit " status "
                       aud-credit-before " -> " aud-credit-after
                       delimited by size into report-line
                   write report-line
               when "MAILRT"
                   move spaces to report-line
                   string "         address undeliverable, mail "
                       "returned " aud-return-date delimited by size
                       into report-line
                   write report-line
               when "MAILOK"
                   move spaces to report-line
                   string "         address changed, undeliverable "
                       "flag of " aud-return-date " cleared"
                       delimited by size into report-line
                   write report-line
               when "MERGE "
                   move spaces to report-line
                   string "         name " aud-name-before
