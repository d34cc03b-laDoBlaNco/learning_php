      *change for check-digit problems - so the clerks correct the
      *bad field and feed it straight back in, working the backlog
      *down like any other reject batch through REJAGE.
      *
      *Modification history
      *January 19th 2026   - ladoblanco prod - SSN errors print the
      *  last four digits (SSNMASK) unless the operator named on the
      *  new optional run card holds the view-SSN privilege; a
      *  full-SSN run is logged on the operator-security audit log.
      *  The recycle transaction still carries the whole number -
      *  CUSTMNT needs it to apply the correction.
       identification division.
       program-id. custscrb.
       author. ladoblanco prod.
           select reject-recycle assign to "custmnt-recycle.dat"
               organization is line sequential
               file status is ws-recycle-status.
           select run-control assign to "custscrb-control.dat"
               organization is line sequential
               file status is ws-control-status.
           select scrub-report assign to "custscrb.rpt"
               organization is line sequential
               file status is ws-report-status.
           02 st-code pic xx.
       fd reject-recycle.
       01 recycle-line pic x(125).
      *The operator submitting the run - full SSNs print only for
      *an id holding the view-SSN privilege. No card runs masked.
       fd run-control.
       01 run-control-record.
           02 sr-operator pic x(8).
       fd scrub-report.
       01 report-line pic x(80).
       working-storage section.
           88 state-ok value "00".
           88 state-eof value "10".
       01 ws-recycle-status pic xx value spaces.
       01 ws-control-status pic xx value spaces.
       01 ws-report-status pic xx value spaces.
       01 ws-submitted-by pic x(8) value spaces.
       01 ws-today pic 9(8) value zeroes.
       01 ws-counts.
           02 ws-reviewed pic 9(7) value 0.
           02 wt-eff-date pic 9(8).
           02 wt-operator pic x(8).
       copy custrcy.
       copy ssnctl.
       procedure division.
       0000-main.
           perform 1000-initialize
           string "CUSTOMER MASTER DATA-QUALITY SCRUB - " ws-today
               delimited by size into report-line
           write report-line
           perform 1500-read-run-card
           perform 1400-load-state-codes
           open input customer-master
           if not master-ok
           move st-code to sct-code (state-idx)
           perform 1410-read-state-code.

       1500-read-run-card.
           open input run-control
           if ws-control-status = "00"
               read run-control
                   at end continue
                   not at end move sr-operator to ws-submitted-by
               end-read
               close run-control
           end-if
           initialize ssn-control
           move "CUSTSCRB" to sc-program-name
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

       1100-read-customer.
           read customer-master next record
               at end set master-eof to true
               ws-ssn-valid-flag
           if ws-ssn-invalid
               add 1 to ws-ssn-errors
               move cust-ssnum to sc-ssnum
               call "ssnmask" using ssn-control
               move spaces to report-line
               string "SSN ERROR  ident " ident " ssn " sc-ssn-print
                   delimited by size into report-line
               write report-line
               if ws-record-clean
