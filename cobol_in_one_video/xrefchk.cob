      *mode card regenerates the whole cross-reference from the
      *master after the reconciliation prints, so one bad day with
      *the file no longer silently disables duplicate-SSN protection.
      *
      *Modification history
      *January 19th 2026   - ladoblanco prod - SSNs on the report
      *  print as the last four digits (SSNMASK) unless the operator
      *  named on the control card holds the view-SSN privilege; a
      *  full-SSN run is logged on the operator-security audit log.
       identification division.
       program-id. xrefchk.
       author. ladoblanco prod.
       fd check-control.
       01 check-control-record.
           02 cc-mode pic x(7).
      *The operator submitting the run - full SSNs print only for
      *an id holding the view-SSN privilege.
           02 cc-operator pic x(8).
       fd check-report.
       01 report-line pic x(80).
       working-storage section.
       01 ws-run-mode pic x(7) value "REPORT ".
           88 ws-mode-report value "REPORT ".
           88 ws-mode-rebuild value "REBUILD".
       01 ws-submitted-by pic x(8) value spaces.
       01 ws-pass-done-flag pic x value "N".
           88 ws-pass-done value "Y".
       01 ws-counts.
           02 ws-master-read pic 9(7) value 0.
           02 ws-missing-count pic 9(7) value 0.
           02 ws-rebuilt-count pic 9(7) value 0.
       copy ssnctl.
       procedure division.
       0000-main.
           perform 1000-initialize
           move spaces to report-line
           string "SSN CROSS-REFERENCE RECONCILIATION - MODE "
               ws-run-mode delimited by size into report-line
           write report-line
           perform 1200-settle-ssn-masking.

       1100-read-mode-card.
           open input check-control
           read check-control
               at end move "REPORT " to ws-run-mode
               not at end
                   move cc-mode to ws-run-mode
                   move cc-operator to ws-submitted-by
           end-read
           close check-control
           if not ws-mode-report and not ws-mode-rebuild
               move "REPORT " to ws-run-mode
           end-if.

      *Last four digits unless the submitting operator may see the
      *whole number - and then the report says so up top.
       1200-settle-ssn-masking.
           initialize ssn-control
           move "XREFCHK " to sc-program-name
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

      *Pass one - every xref entry must point at a customer who is
      *still on the master and still carries that SSN. Anything else
      *is an orphan left behind by a delete or an SSN change.
           end-read
           if not master-ok
               add 1 to ws-orphan-count
               move xr-ssnum to sc-ssnum
               call "ssnmask" using ssn-control
               move spaces to report-line
               string "ORPHAN  - ssn " sc-ssn-print
                   " points at ident " xr-ident
                   " not on master" delimited by size into report-line
               write report-line
           else
               if cust-ssnum not = xr-ssnum
                   add 1 to ws-orphan-count
                   move xr-ssnum to sc-ssnum
                   call "ssnmask" using ssn-control
                   move spaces to report-line
                   string "ORPHAN  - ssn " sc-ssn-print
                       " points at ident " xr-ident
                       " who now carries a different ssn"
                       delimited by size into report-line
                   write report-line
