      *Maintenance for the receivables-profile file - how
      *receivables treats each customer, beside the customer master.
      *In the same transaction-file-and-report shape as OPERMNT:
      *add a profile for a customer on the master, change it, delete
      *it (the customer goes back to the standard terms) or inquire
      *on it. What it carries so far is the finance-charge exemption
      *ARFINC honors. Every transaction names the operator keying
      *it, who must be on OPERATORS.DAT, active, and hold the add,
      *change, delete or inquire function for what they keyed; the
      *profile is stamped with who last touched it and when.
      *
      *Modification history
      *December 15th 2025  - ladoblanco prod - credit limits and
      *  credit hold. A profile carries the customer's credit limit
      *  and credit status (OK or HOLD), set on an add or change
      *  (blank leaves them, and the exemption flag, as they are -
      *  a credit change needn't rekey the exemption). Anyone who
      *  may change a profile may put the customer on hold;
      *  releasing a hold, or deleting a held profile, needs an
      *  operator with credit authority as well. Every change to
      *  the limit or status goes on the customer audit trail as a
      *  CREDIT line.
      *December 29th 2025  - ladoblanco prod - an inquiry shows the
      *  customer's dunning history off AR-DUNNING.DAT - the last
      *  letter ARDUN sent and when, and how far the current cycle
      *  has escalated.
      *January 5th 2026    - ladoblanco prod - a profile carries the
      *  customer's sales-tax exemption certificate number, which
      *  ARPOST honors by charging no tax on their invoices. Blank
      *  on the transaction leaves it as it is; NONE takes it off.
       identification division.
       program-id. arcmnt.
       author. ladoblanco prod.
       date-written. December 8th 2025.
       environment division.
       input-output section.
       file-control.
           select ar-customers assign to "ar-customers.dat"
               organization is indexed
               access mode is dynamic
               record key is arc-ident
               file status is ws-profile-status.
           select customer-master assign to "customer.dat"
               organization is indexed
               access mode is dynamic
               record key is ident
               alternate record key is custname with duplicates
               file status is ws-master-status.
           select operator-security assign to "operators.dat"
               organization is line sequential
               file status is ws-operator-status.
           select ar-dunning assign to "ar-dunning.dat"
               organization is indexed
               access mode is dynamic
               record key is ad-ident
               file status is ws-dunning-status.
           select audit-log assign to "custmnt-audit.log"
               organization is line sequential
               file status is ws-audit-status.
           select profile-trans assign to "arcmnt-trans.dat"
               organization is line sequential
               file status is ws-trans-status.
           select profile-report assign to "arcmnt.rpt"
               organization is line sequential
               file status is ws-report-status.
       data division.
       file section.
       fd ar-customers.
       copy arcust.
       fd customer-master.
       copy customer.
       fd operator-security.
       copy opersec.
       fd profile-trans.
       01 profile-trans-record.
           02 pt-code pic x.
               88 pt-add value "A".
               88 pt-change value "C".
               88 pt-delete value "D".
               88 pt-inquire value "I".
           02 pt-ident pic 9(7).
           02 pt-finchg-exempt pic x.
      *The operator keying the change - checked against the
      *operator file and stamped on the profile.
           02 pt-operator pic x(8).
      *The credit limit, and OK or HOLD - blank leaves either as it
      *stands (an add with them blank has no limit and no hold), as
      *a blank exemption flag now does on a change.
           02 pt-credit-limit pic 9(7)v99.
           02 pt-credit-status pic x(4).
      *The tax-exemption certificate number - blank leaves it, NONE
      *removes it.
           02 pt-tax-cert pic x(15).
       fd ar-dunning.
       copy ardlvl.
       fd audit-log.
       01 audit-line pic x(160).
       fd profile-report.
       01 report-line pic x(80).
       working-storage section.
       01 ws-profile-status pic xx value spaces.
           88 profile-ok value "00".
       01 ws-master-status pic xx value spaces.
           88 master-ok value "00".
       01 ws-operator-status pic xx value spaces.
           88 operator-file-ok value "00".
           88 operator-file-eof value "10".
       01 ws-trans-status pic xx value spaces.
           88 trans-ok value "00".
           88 trans-eof value "10".
       01 ws-report-status pic xx value spaces.
       01 ws-audit-status pic xx value spaces.
       01 ws-dunning-status pic xx value spaces.
           88 dunning-ok value "00".
       01 ws-dunning-file-flag pic x value "N".
           88 ws-dunning-file-open value "Y".
       01 ws-dunning-word pic x(16) value spaces.
       01 ws-today pic 9(8) value zeroes.
       01 ws-counts.
           02 ws-adds pic 9(5) value 0.
           02 ws-changes pic 9(5) value 0.
           02 ws-deletes pic 9(5) value 0.
           02 ws-inquiries pic 9(5) value 0.
           02 ws-rejects pic 9(5) value 0.
      *Only what the function checks need off the operator file -
      *old-format records read active, as everywhere else.
       01 operator-table.
           02 operator-entry occurs 50 times
                   indexed by oper-idx.
               03 opt-id pic x(8).
               03 opt-status pic x.
               03 opt-allow-add pic x.
               03 opt-allow-change pic x.
               03 opt-allow-delete pic x.
               03 opt-allow-inquire pic x.
               03 opt-allow-credit pic x.
       01 ws-operator-count pic 99 value 0.
       01 ws-oper-scan pic 99 value 0.
       01 ws-oper-found-flag pic x value "N".
           88 ws-oper-found value "Y".
       01 ws-allowed-flag pic x value "N".
           88 ws-allowed value "Y".
       01 ws-credit-authority-flag pic x value "N".
           88 ws-credit-authority value "Y".
      *The credit limit and status as they stood before the
      *transaction, for the check on a release and the audit line.
       01 ws-limit-before pic 9(7)v99 value 0.
       01 ws-credit-before pic x(4) value spaces.
       01 ws-credit-refused-flag pic x value "N".
           88 ws-credit-refused value "Y".
       01 ws-refusal pic x(40) value spaces.
       01 ws-limit-edit pic z,zzz,zz9.99.
       copy custaud.
       01 ws-exempt-shown pic x(3) value spaces.
       procedure division.
       0000-main.
           perform 1000-initialize
           perform 2000-process-transaction
               until trans-eof
           perform 3000-wrapup
           stop run.

       1000-initialize.
           accept ws-today from date yyyymmdd
           open output profile-report
           move spaces to report-line
           string "RECEIVABLES PROFILE MAINTENANCE - " ws-today
               delimited by size into report-line
           write report-line
           perform 1200-load-operators
           open extend audit-log
           if ws-audit-status = "35"
               open output audit-log
           end-if
           open i-o ar-customers
           if ws-profile-status = "35"
               open output ar-customers
               close ar-customers
               open i-o ar-customers
           end-if
           if not profile-ok
               display "arcmnt: profile file open failed, status "
                   ws-profile-status
               move "10" to ws-trans-status
               move 16 to return-code
           end-if
      *No dunning file yet means nobody has been sent a letter.
           open input ar-dunning
           if dunning-ok
               set ws-dunning-file-open to true
           end-if
           open input customer-master
           if not master-ok
               display "arcmnt: customer master open failed, "
                   "status " ws-master-status
               move "10" to ws-trans-status
               move 16 to return-code
           end-if
           if not trans-eof
               open input profile-trans
               if trans-ok
                   perform 1100-read-trans
               else
                   set trans-eof to true
               end-if
           end-if.

       1100-read-trans.
           read profile-trans
               at end set trans-eof to true
           end-read.

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

       1220-store-operator.
           if ws-operator-count < 50
               add 1 to ws-operator-count
               set oper-idx to ws-operator-count
               move op-id to opt-id (oper-idx)
               if op-status = "R" or op-status = "L"
                   move op-status to opt-status (oper-idx)
               else
                   move "A" to opt-status (oper-idx)
               end-if
               move op-allow-add to opt-allow-add (oper-idx)
               move op-allow-change to opt-allow-change (oper-idx)
               move op-allow-delete to opt-allow-delete (oper-idx)
               move op-allow-inquire to opt-allow-inquire (oper-idx)
               if op-allow-credit = "Y"
                   move "Y" to opt-allow-credit (oper-idx)
               else
                   move "N" to opt-allow-credit (oper-idx)
               end-if
           else
               display "arcmnt: operator file exceeds 50 entries, "
                   op-id " ignored"
           end-if
           perform 1210-read-operator.

       2000-process-transaction.
           perform 2050-check-operator
           move pt-ident to arc-ident
           read ar-customers
               key is arc-ident
           end-read
           evaluate true
               when not ws-allowed
                   add 1 to ws-rejects
                   move spaces to report-line
                   string "REJECTED - ident " pt-ident " operator '"
                       pt-operator "' may not " pt-code
                       delimited by size into report-line
                   write report-line
               when pt-add
                   perform 2100-add-profile
               when pt-change
                   perform 2200-change-profile
               when pt-delete
                   perform 2300-delete-profile
               when pt-inquire
                   perform 2400-inquire-profile
               when other
                   add 1 to ws-rejects
                   move spaces to report-line
                   string "REJECTED - bad code for ident " pt-ident
                       delimited by size into report-line
                   write report-line
           end-evaluate
           perform 1100-read-trans.

      *The operator has to be on file, active, and hold the
      *function the transaction needs.
       2050-check-operator.
           move "N" to ws-oper-found-flag
           move "N" to ws-allowed-flag
           move "N" to ws-credit-authority-flag
           move 0 to ws-oper-scan
           perform 2060-scan-one-operator
               until ws-oper-scan >= ws-operator-count
                   or ws-oper-found.

       2060-scan-one-operator.
           add 1 to ws-oper-scan
           set oper-idx to ws-oper-scan
           if opt-id (oper-idx) = pt-operator
               set ws-oper-found to true
               if opt-status (oper-idx) = "A"
                   move opt-allow-credit (oper-idx)
                       to ws-credit-authority-flag
                   evaluate true
                       when pt-add
                           move opt-allow-add (oper-idx)
                               to ws-allowed-flag
                       when pt-change
                           move opt-allow-change (oper-idx)
                               to ws-allowed-flag
                       when pt-delete
                           move opt-allow-delete (oper-idx)
                               to ws-allowed-flag
                       when pt-inquire
                           move opt-allow-inquire (oper-idx)
                               to ws-allowed-flag
                   end-evaluate
               end-if
           end-if.

       2100-add-profile.
           move pt-ident to ident
           read customer-master
               key is ident
           end-read
           move 0 to ws-limit-before
           move "OK  " to ws-credit-before
           perform 2510-check-credit-fields
           evaluate true
               when profile-ok
                   add 1 to ws-rejects
                   move spaces to report-line
                   string "REJECTED - add, ident " pt-ident
                       " already has a profile" delimited by size
                       into report-line
                   write report-line
               when not master-ok
                   add 1 to ws-rejects
                   move spaces to report-line
                   string "REJECTED - add, ident " pt-ident
                       " not on customer master" delimited by size
                       into report-line
                   write report-line
               when ws-credit-refused
                   perform 2810-reject-credit
               when other
                   move pt-ident to arc-ident
                   move "N" to arc-finchg-exempt
                   move 0 to arc-credit-limit
                   set arc-credit-ok to true
                   move space to arc-hold-source
                   move 0 to arc-hold-date
                   move spaces to arc-tax-cert
                   perform 2500-take-fields
                   write ar-customer-record
                   add 1 to ws-adds
                   move "ADDED     " to report-line
                   perform 2600-report-profile
                   perform 2700-audit-credit-change
           end-evaluate.

       2200-change-profile.
           if profile-ok
               move arc-credit-limit to ws-limit-before
               move arc-credit-status to ws-credit-before
               perform 2510-check-credit-fields
           end-if
           evaluate true
               when not profile-ok
                   perform 2800-reject-not-found
               when ws-credit-refused
                   perform 2810-reject-credit
               when other
                   perform 2500-take-fields
                   rewrite ar-customer-record
                   add 1 to ws-changes
                   move "CHANGED   " to report-line
                   perform 2600-report-profile
                   perform 2700-audit-credit-change
           end-evaluate.

      *Deleting the profile puts the customer back on standard
      *terms - no limit and no hold - so a held profile takes credit
      *authority to delete, the same as releasing it.
       2300-delete-profile.
           if profile-ok
               move arc-credit-limit to ws-limit-before
               move arc-credit-status to ws-credit-before
           end-if
           evaluate true
               when not profile-ok
                   perform 2800-reject-not-found
               when arc-on-hold and not ws-credit-authority
                   move "releasing a hold needs credit authority"
                       to ws-refusal
                   perform 2810-reject-credit
               when other
                   perform 2310-delete-one-profile
           end-evaluate.

       2310-delete-one-profile.
           delete ar-customers record
           add 1 to ws-deletes
           move spaces to report-line
           string "DELETED   ident " pt-ident
               " - standard terms" delimited by size
               into report-line
           write report-line
           move 0 to arc-credit-limit
           move "OK  " to arc-credit-status
           perform 2700-audit-credit-change.

       2400-inquire-profile.
           if not profile-ok
               perform 2800-reject-not-found
           else
               add 1 to ws-inquiries
               move "INQUIRY   " to report-line
               perform 2600-report-profile
               perform 2620-report-dunning
           end-if.

       2500-take-fields.
           if pt-finchg-exempt = "Y" or pt-finchg-exempt = "N"
               move pt-finchg-exempt to arc-finchg-exempt
           end-if
           if pt-credit-limit is numeric
               move pt-credit-limit to arc-credit-limit
           end-if
           evaluate true
               when pt-credit-status = "HOLD" and not arc-on-hold
                   set arc-on-hold to true
                   set arc-manual-hold to true
                   move ws-today to arc-hold-date
               when pt-credit-status = "OK  "
                   set arc-credit-ok to true
                   move space to arc-hold-source
                   move 0 to arc-hold-date
           end-evaluate
           evaluate true
               when pt-tax-cert = "NONE"
                   move spaces to arc-tax-cert
               when pt-tax-cert not = spaces
                   move pt-tax-cert to arc-tax-cert
           end-evaluate
           move ws-today to arc-last-maint
           move pt-operator to arc-maint-by.

      *Anyone who may change the profile may put a hold on; only
      *credit authority takes one off.
       2510-check-credit-fields.
           move "N" to ws-credit-refused-flag
           evaluate true
               when pt-credit-status not = spaces
                       and pt-credit-status not = "OK  "
                       and pt-credit-status not = "HOLD"
                   set ws-credit-refused to true
                   move "credit status must be OK or HOLD"
                       to ws-refusal
               when pt-credit-status = "OK  "
                       and ws-credit-before = "HOLD"
                       and not ws-credit-authority
                   set ws-credit-refused to true
                   move "releasing a hold needs credit authority"
                       to ws-refusal
           end-evaluate.

      *The action word is already in the first ten columns.
       2600-report-profile.
           if arc-exempt
               move "YES" to ws-exempt-shown
           else
               move "NO " to ws-exempt-shown
           end-if
           string "ident " arc-ident
               " fin-chg exempt " ws-exempt-shown
               " last maint " arc-last-maint " by " arc-maint-by
               delimited by size into report-line (11:70)
           write report-line
           move arc-credit-limit to ws-limit-edit
           move spaces to report-line
           string "          credit limit " ws-limit-edit
               " status " arc-credit-status delimited by size
               into report-line
           if arc-on-hold
               string " since " arc-hold-date " source "
                   arc-hold-source delimited by size
                   into report-line (50:31)
           end-if
           write report-line
           if arc-tax-cert not = spaces
               move spaces to report-line
               string "          tax exempt, certificate "
                   arc-tax-cert delimited by size into report-line
               write report-line
           end-if.

       2620-report-dunning.
           move pt-ident to ad-ident
           move 0 to ad-last-level
           if ws-dunning-file-open
               read ar-dunning
                   key is ad-ident
                   invalid key move 0 to ad-last-level
               end-read
           end-if
           move spaces to report-line
           if ad-last-level = 0
               string "          dunning - no letter sent"
                   delimited by size into report-line
           else
               evaluate ad-last-level
                   when 1
                       move "REMINDER" to ws-dunning-word
                   when 2
                       move "FIRM NOTICE" to ws-dunning-word
                   when other
                       move "FINAL DEMAND" to ws-dunning-word
               end-evaluate
               string "          dunning - last " ws-dunning-word
                   " on " ad-last-date " cycle level "
                   ad-cycle-level delimited by size into report-line
           end-if
           write report-line.

      *A CREDIT line on the customer audit trail whenever the limit
      *or the status moved.
       2700-audit-credit-change.
           if arc-credit-limit not = ws-limit-before
                   or arc-credit-status not = ws-credit-before
               initialize audit-record
               move "AUDIT" to aud-tag
               move ws-today to aud-date
               move "CREDIT" to aud-action
               move pt-ident to aud-ident
               move ws-limit-before to aud-limit-before
               move arc-credit-limit to aud-limit-after
               move ws-credit-before to aud-credit-before
               move arc-credit-status to aud-credit-after
               move pt-operator to aud-operator
               write audit-line from audit-record
           end-if.

       2810-reject-credit.
           add 1 to ws-rejects
           move spaces to report-line
           string "REJECTED - ident " pt-ident " " ws-refusal
               delimited by size into report-line
           write report-line.

       2800-reject-not-found.
           add 1 to ws-rejects
           move spaces to report-line
           string "REJECTED - ident " pt-ident
               " has no profile on file" delimited by size
               into report-line
           write report-line.

       3000-wrapup.
           move spaces to report-line
           string "ADDS " ws-adds " CHANGES " ws-changes
               " DELETES " ws-deletes " INQUIRIES " ws-inquiries
               " REJECTS " ws-rejects delimited by size
               into report-line
           write report-line
           close ar-customers
           close customer-master
           if ws-dunning-file-open
               close ar-dunning
           end-if
           close audit-log
           close profile-trans
           close profile-report.
