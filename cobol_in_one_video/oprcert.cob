      *Quarterly operator access recertification for the auditors -
      *each department head re-approves who can add, change, delete
      *and inquire, instead of someone reading OPERATORS.DAT and
      *searching three logs by hand. A REPORT card (the default)
      *lists every operator with their OP-ALLOW flags, status,
      *password age and failed sign-on count, and the last date the
      *id actually did something - off the customer audit trail,
      *the operator security audit log and the grade-change log.
      *An id never seen in any of them, or idle past the limit on
      *the control card, is flagged for revocation. Every operator
      *gets a sign-off block on the report and a line on the
      *decisions worksheet, where the signed decision (K keep, R
      *revoke) and the signer's id are keyed back in. An APPLY card
      *reads the signed worksheet and appends each signed revoke to
      *OPERMNT's transaction file, under the signer's id as the
      *requestor, so the next OPERMNT run applies and audits it.
       identification division.
       program-id. oprcert.
       author. ladoblanco prod.
       date-written. March 30th 2026.
       environment division.
       input-output section.
       file-control.
           select operator-security assign to "operators.dat"
               organization is line sequential
               file status is ws-operator-status.
           select customer-audit assign to "custmnt-audit.log"
               organization is line sequential
               file status is ws-cust-audit-status.
           select security-audit assign to "opersec-audit.log"
               organization is line sequential
               file status is ws-sec-audit-status.
           select grade-audit assign to "grade-audit.log"
               organization is line sequential
               file status is ws-grade-audit-status.
           select cert-control assign to "oprcert-control.dat"
               organization is line sequential
               file status is ws-control-status.
           select decision-file assign to "oprcert-decisions.dat"
               organization is line sequential
               file status is ws-decision-status.
           select operator-trans assign to "opermnt-trans.dat"
               organization is line sequential
               file status is ws-trans-status.
           select cert-report assign to "oprcert.rpt"
               organization is line sequential
               file status is ws-report-status.
       data division.
       file section.
       fd operator-security.
       copy opersec.
       fd customer-audit.
       01 customer-audit-line pic x(160).
       fd security-audit.
       01 security-audit-line pic x(80).
       fd grade-audit.
       01 grade-audit-line pic x(80).
       fd cert-control.
       01 cert-control-record.
           02 cc-mode pic x(6).
           02 cc-idle-days pic 9(3).
      *The decisions worksheet - written blank by a REPORT run, the
      *decision and the signer keyed in from the signed report, read
      *back by an APPLY run.
       fd decision-file.
       01 decision-record.
           02 dc-oper-id pic x(8).
           02 dc-recommend pic x.
           02 dc-last-used pic 9(8).
           02 dc-decision pic x.
               88 dc-keep value "K".
               88 dc-revoke value "R".
               88 dc-undecided value space.
           02 dc-approver pic x(8).
       fd operator-trans.
       copy opertrn.
       fd cert-report.
       01 report-line pic x(80).
       working-storage section.
       01 ws-operator-status pic xx value spaces.
           88 operator-file-ok value "00".
           88 operator-file-eof value "10".
       01 ws-cust-audit-status pic xx value spaces.
           88 cust-audit-ok value "00".
           88 cust-audit-eof value "10".
       01 ws-sec-audit-status pic xx value spaces.
           88 sec-audit-ok value "00".
           88 sec-audit-eof value "10".
       01 ws-grade-audit-status pic xx value spaces.
           88 grade-audit-ok value "00".
           88 grade-audit-eof value "10".
       01 ws-control-status pic xx value spaces.
       01 ws-decision-status pic xx value spaces.
           88 decision-ok value "00".
           88 decision-eof value "10".
       01 ws-trans-status pic xx value spaces.
       01 ws-report-status pic xx value spaces.
       01 ws-today pic 9(8) value zeroes.
      *Mode card - REPORT prints the recertification and writes the
      *blank worksheet, APPLY turns the signed worksheet into OPERMNT
      *revokes. No card is a REPORT run.
       01 ws-run-mode pic x(6) value "REPORT".
           88 ws-mode-report value "REPORT".
           88 ws-mode-apply value "APPLY ".
      *Days without activity before an id is flagged - a quarter,
      *unless the control card says otherwise.
       01 ws-idle-limit pic 9(3) value 90.
       copy custaud.
       copy operaud.
       copy grdaud.
      *The operator file plus the last activity found for each id.
       01 operator-table.
           02 operator-entry occurs 50 times
                   indexed by oper-idx.
               03 opt-id pic x(8).
               03 opt-allow-add pic x.
               03 opt-allow-change pic x.
               03 opt-allow-delete pic x.
               03 opt-allow-inquire pic x.
               03 opt-allow-approve pic x.
               03 opt-allow-credit pic x.
               03 opt-allow-view-ssn pic x.
               03 opt-pwd-date pic 9(8).
               03 opt-status pic x.
               03 opt-fail-count pic 9.
               03 opt-last-used pic 9(8).
               03 opt-last-source pic x(14).
       01 ws-operator-count pic 99 value 0.
       01 ws-oper-scan pic 99 value 0.
       01 ws-found-flag pic x value "N".
           88 ws-oper-found value "Y".
           88 ws-oper-not-found value "N".
       01 ws-activity-id pic x(8) value spaces.
       01 ws-activity-date pic 9(8) value 0.
       01 ws-activity-source pic x(14) value spaces.
       01 ws-ds-function pic x value "D".
       01 ws-ds-number pic s9(7) value 0.
       01 ws-ds-status pic x value spaces.
       01 ws-pwd-age pic 9(5) value 0.
       01 ws-idle-days pic 9(5) value 0.
       01 ws-recommend pic x value space.
           88 ws-flag-revoke value "R".
       01 ws-flag-text pic x(22) value spaces.
       01 ws-counts.
           02 ws-listed pic 9(5) value 0.
           02 ws-never-used pic 9(5) value 0.
           02 ws-idle pic 9(5) value 0.
           02 ws-decisions-read pic 9(5) value 0.
           02 ws-kept pic 9(5) value 0.
           02 ws-revokes-written pic 9(5) value 0.
           02 ws-undecided pic 9(5) value 0.
           02 ws-rejects pic 9(5) value 0.
       procedure division.
       0000-main.
           perform 1000-initialize
           if ws-mode-apply
               perform 5000-apply-decisions
           else
               perform 3000-print-recertification
           end-if
           perform 9000-wrapup
           stop run.

       1000-initialize.
           accept ws-today from date yyyymmdd
           open input cert-control
           if ws-control-status = "00"
               read cert-control
                   at end continue
                   not at end
                       move cc-mode to ws-run-mode
                       if cc-idle-days is numeric
                               and cc-idle-days > 0
                           move cc-idle-days to ws-idle-limit
                       end-if
               end-read
               close cert-control
           end-if
           if not ws-mode-report and not ws-mode-apply
               display "oprcert: unknown mode " ws-run-mode
                   ", printing the recertification report"
               move "REPORT" to ws-run-mode
           end-if
           open output cert-report
           move spaces to report-line
           string "OPERATOR ACCESS RECERTIFICATION - " ws-run-mode
               " - RUN " ws-today " - IDLE LIMIT " ws-idle-limit
               " DAYS" delimited by size into report-line
           write report-line
           perform 1200-load-operators.

       1200-load-operators.
           open input operator-security
           if operator-file-ok
               perform 1210-read-operator
               perform 1220-store-operator
                   until operator-file-eof
               close operator-security
           end-if.

       1210-read-operator.
           read operator-security
               at end set operator-file-eof to true
           end-read.

      *Old-format records read the way OPERMNT reads them - status
      *active, failure count zero, no password date yet.
       1220-store-operator.
           if ws-operator-count < 50
               add 1 to ws-operator-count
               set oper-idx to ws-operator-count
               move op-id to opt-id (oper-idx)
               move op-allow-add to opt-allow-add (oper-idx)
               move op-allow-change to opt-allow-change (oper-idx)
               move op-allow-delete to opt-allow-delete (oper-idx)
               move op-allow-inquire to opt-allow-inquire (oper-idx)
               move op-allow-approve to opt-allow-approve (oper-idx)
               move op-allow-credit to opt-allow-credit (oper-idx)
               move op-allow-view-ssn
                   to opt-allow-view-ssn (oper-idx)
               if op-pwd-date is numeric
                   move op-pwd-date to opt-pwd-date (oper-idx)
               else
                   move 0 to opt-pwd-date (oper-idx)
               end-if
               if op-status = "R" or op-status = "L"
                   move op-status to opt-status (oper-idx)
               else
                   move "A" to opt-status (oper-idx)
               end-if
               if op-fail-count is numeric
                   move op-fail-count to opt-fail-count (oper-idx)
               else
                   move 0 to opt-fail-count (oper-idx)
               end-if
               move 0 to opt-last-used (oper-idx)
               move spaces to opt-last-source (oper-idx)
           else
               display "oprcert: operator file exceeds 50 entries, "
                   op-id " not listed"
           end-if
           perform 1210-read-operator.

      *Finds ws-activity-id in the table - oper-idx is left on it.
       1300-find-operator.
           set ws-oper-not-found to true
           move 0 to ws-oper-scan
           perform 1310-scan-one-operator
               until ws-oper-scan >= ws-operator-count
                   or ws-oper-found.

       1310-scan-one-operator.
           add 1 to ws-oper-scan
           set oper-idx to ws-oper-scan
           if ws-activity-id = opt-id (oper-idx)
               set ws-oper-found to true
           end-if.

      *One piece of activity - the latest date per id wins, whichever
      *log it came from.
       1400-note-activity.
           perform 1300-find-operator
           if ws-oper-found
               if ws-activity-date > opt-last-used (oper-idx)
                   move ws-activity-date to opt-last-used (oper-idx)
                   move ws-activity-source
                       to opt-last-source (oper-idx)
               end-if
           end-if.

      *Each log is optional - a log never written yet simply has no
      *activity to offer. Lines from before the fixed layouts carry
      *no numeric date and are passed over, as AUDITHST does.
       2000-scan-activity-logs.
           open input customer-audit
           if cust-audit-ok
               move "CUSTOMER AUDIT" to ws-activity-source
               perform 2110-read-customer-audit
               perform 2120-note-customer-audit
                   until cust-audit-eof
               close customer-audit
           end-if
           open input security-audit
           if sec-audit-ok
               move "SECURITY AUDIT" to ws-activity-source
               perform 2210-read-security-audit
               perform 2220-note-security-audit
                   until sec-audit-eof
               close security-audit
           end-if
           open input grade-audit
           if grade-audit-ok
               move "GRADE CHANGE" to ws-activity-source
               perform 2310-read-grade-audit
               perform 2320-note-grade-audit
                   until grade-audit-eof
               close grade-audit
           end-if.

       2110-read-customer-audit.
           read customer-audit
               at end set cust-audit-eof to true
           end-read.

       2120-note-customer-audit.
           move customer-audit-line to audit-record
           if aud-date is numeric
               move aud-operator to ws-activity-id
               move aud-date to ws-activity-date
               perform 1400-note-activity
           end-if
           perform 2110-read-customer-audit.

       2210-read-security-audit.
           read security-audit
               at end set sec-audit-eof to true
           end-read.

      *The id that made the change is the one that did something -
      *the id the change was made to may never have signed on.
       2220-note-security-audit.
           move security-audit-line to opersec-audit-record
           if osa-date is numeric
               move osa-by to ws-activity-id
               move osa-date to ws-activity-date
               perform 1400-note-activity
           end-if
           perform 2210-read-security-audit.

       2310-read-grade-audit.
           read grade-audit
               at end set grade-audit-eof to true
           end-read.

       2320-note-grade-audit.
           move grade-audit-line to grade-audit-record
           if gr-date is numeric
               move gr-authorizer to ws-activity-id
               move gr-date to ws-activity-date
               perform 1400-note-activity
           end-if
           perform 2310-read-grade-audit.

       3000-print-recertification.
           perform 2000-scan-activity-logs
           open output decision-file
           move spaces to report-line
           write report-line
           move spaces to report-line
           string "ID       ST  ADD CHG DEL INQ APR CRD SSN"
               "  PWD AGE  FAILS" delimited by size
               into report-line
           write report-line
           move 0 to ws-oper-scan
           perform 3100-list-one-operator
               until ws-oper-scan >= ws-operator-count
           close decision-file.

       3100-list-one-operator.
           add 1 to ws-oper-scan
           set oper-idx to ws-oper-scan
           add 1 to ws-listed
           move 0 to ws-pwd-age
           if opt-pwd-date (oper-idx) > 0
               call "dateserv" using ws-ds-function
                   opt-pwd-date (oper-idx) ws-today
                   ws-ds-number ws-ds-status
               if ws-ds-status = "Y" and ws-ds-number > 0
                   move ws-ds-number to ws-pwd-age
               end-if
           end-if
           perform 3200-decide-flag
           move spaces to report-line
           write report-line
           move spaces to report-line
           string opt-id (oper-idx) " " opt-status (oper-idx)
               "    " opt-allow-add (oper-idx)
               "   " opt-allow-change (oper-idx)
               "   " opt-allow-delete (oper-idx)
               "   " opt-allow-inquire (oper-idx)
               "   " opt-allow-approve (oper-idx)
               "   " opt-allow-credit (oper-idx)
               "   " opt-allow-view-ssn (oper-idx)
               "   " ws-pwd-age "      " opt-fail-count (oper-idx)
               delimited by size into report-line
           write report-line
           move spaces to report-line
           if opt-last-used (oper-idx) = 0
               string "         LAST USED - NEVER           "
                   ws-flag-text delimited by size into report-line
           else
               string "         LAST USED " opt-last-used (oper-idx)
                   " " opt-last-source (oper-idx) " "
                   ws-flag-text delimited by size into report-line
           end-if
           write report-line
           move spaces to report-line
           string "         KEEP ___  REVOKE ___  "
               "DEPT HEAD ________  DATE ________"
               delimited by size into report-line
           write report-line
           move opt-id (oper-idx) to dc-oper-id
           move ws-recommend to dc-recommend
           move opt-last-used (oper-idx) to dc-last-used
           move space to dc-decision
           move spaces to dc-approver
           write decision-record.

      *Already revoked is already answered. Otherwise never used,
      *or idle past the limit, is a revocation candidate.
       3200-decide-flag.
           move space to ws-recommend
           move spaces to ws-flag-text
           evaluate true
               when opt-status (oper-idx) = "R"
                   move "ALREADY REVOKED" to ws-flag-text
               when opt-last-used (oper-idx) = 0
                   move "R" to ws-recommend
                   add 1 to ws-never-used
                   move "REVOKE - NEVER USED" to ws-flag-text
               when other
                   move 0 to ws-idle-days
                   call "dateserv" using ws-ds-function
                       opt-last-used (oper-idx) ws-today
                       ws-ds-number ws-ds-status
                   if ws-ds-status = "Y" and ws-ds-number > 0
                       move ws-ds-number to ws-idle-days
                   end-if
                   if ws-idle-days > ws-idle-limit
                       move "R" to ws-recommend
                       add 1 to ws-idle
                       move spaces to ws-flag-text
                       string "REVOKE - IDLE " ws-idle-days
                           delimited by size into ws-flag-text
                   end-if
           end-evaluate.

      *Only a signed decision counts - a revoke with no signer is
      *sent back, not applied. The signer goes on the transaction
      *as the requestor, so OPERMNT's audit line says who decided.
       5000-apply-decisions.
           open input decision-file
           if not decision-ok
               move spaces to report-line
               string "NO DECISIONS WORKSHEET - RUN A REPORT FIRST"
                   delimited by size into report-line
               write report-line
           else
               open extend operator-trans
               if ws-trans-status = "35"
                   open output operator-trans
               end-if
               perform 5100-read-decision
               perform 5200-apply-one-decision
                   until decision-eof
               close decision-file
               close operator-trans
           end-if.

       5100-read-decision.
           read decision-file
               at end set decision-eof to true
           end-read.

       5200-apply-one-decision.
           add 1 to ws-decisions-read
           move dc-oper-id to ws-activity-id
           perform 1300-find-operator
           evaluate true
               when dc-undecided
                   add 1 to ws-undecided
                   move spaces to report-line
                   string "NO DECISION   id " dc-oper-id
                       delimited by size into report-line
                   write report-line
               when not dc-keep and not dc-revoke
                   add 1 to ws-rejects
                   move spaces to report-line
                   string "REJECTED      id " dc-oper-id
                       " - decision " dc-decision " is not K or R"
                       delimited by size into report-line
                   write report-line
               when dc-approver = spaces
                   add 1 to ws-rejects
                   move spaces to report-line
                   string "REJECTED      id " dc-oper-id
                       " - decision not signed"
                       delimited by size into report-line
                   write report-line
               when dc-keep
                   add 1 to ws-kept
                   move spaces to report-line
                   string "KEPT          id " dc-oper-id
                       " signed " dc-approver
                       delimited by size into report-line
                   write report-line
               when ws-oper-not-found
                   add 1 to ws-rejects
                   move spaces to report-line
                   string "REJECTED      id " dc-oper-id
                       " - not on the operator file"
                       delimited by size into report-line
                   write report-line
               when opt-status (oper-idx) = "R"
                   move spaces to report-line
                   string "ALREADY REVOKED id " dc-oper-id
                       delimited by size into report-line
                   write report-line
               when other
                   perform 5300-write-revoke
           end-evaluate
           perform 5100-read-decision.

       5300-write-revoke.
           move spaces to oper-trans-record
           move "R" to ot-code
           move dc-oper-id to ot-oper-id
           move dc-approver to ot-requestor
           write oper-trans-record
           add 1 to ws-revokes-written
           move spaces to report-line
           string "REVOKE QUEUED id " dc-oper-id
               " signed " dc-approver " - for OPERMNT"
               delimited by size into report-line
           write report-line.

       9000-wrapup.
           move spaces to report-line
           write report-line
           move spaces to report-line
           if ws-mode-apply
               string "DECISIONS " ws-decisions-read
                   " KEPT " ws-kept
                   " REVOKES QUEUED " ws-revokes-written
                   " UNDECIDED " ws-undecided
                   " REJECTED " ws-rejects
                   delimited by size into report-line
           else
               string "OPERATORS " ws-listed
                   " FLAGGED NEVER USED " ws-never-used
                   " FLAGGED IDLE " ws-idle
                   delimited by size into report-line
           end-if
           write report-line
           close cert-report.
