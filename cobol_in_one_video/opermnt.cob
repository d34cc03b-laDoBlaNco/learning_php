      *sign-on panels locked after three failed attempts, and write
      *every security change to its own audit log so the operator
      *file finally has the identity trail everything else does.
      *
      *Modification history
      *September 22nd 2025 - ladoblanco prod - operators carry an
      *  approve privilege for keyed GL batches (GLAPPR checks it).
      *  An add sets it off the transaction; the new V transaction
      *  grants (Y) or withdraws it on an existing id, audited like
      *  every other security change, and the inquiry shows it.
      *December 15th 2025  - ladoblanco prod - operators carry a
      *  credit authority (releasing a customer's credit hold in
      *  ARCMNT needs it). An add sets it off the transaction; the
      *  new K transaction grants (Y) or withdraws it on an existing
      *  id, audited the same way, and the inquiry shows it.
      *January 19th 2026   - ladoblanco prod - operators carry a
      *  view-SSN privilege (a customer report run submitted under
      *  the id prints full SSNs, see SSNMASK). An add sets it off
      *  the transaction; the new S transaction grants (Y) or
      *  withdraws it on an existing id, audited the same way, and
      *  the inquiry shows it.
      *March 30th 2026     - ladoblanco prod - the transaction layout
      *  moved to the OPERTRN copybook, shared with OPRCERT, whose
      *  signed recertification decisions arrive here as revokes.
       identification division.
       program-id. opermnt.
       author. ladoblanco prod.
       fd operator-security.
       copy opersec.
       fd operator-trans.
       copy opertrn.
       fd operator-report.
       01 report-line pic x(80).
       fd security-audit.
           02 ws-passwords pic 9(5) value 0.
           02 ws-unlocks pic 9(5) value 0.
           02 ws-inquiries pic 9(5) value 0.
           02 ws-privileges pic 9(5) value 0.
           02 ws-rejects pic 9(5) value 0.
      *The whole operator file, loaded up front and written back at
      *end of run - the file is small by nature (it is the list of
               03 opt-pwd-date pic 9(8).
               03 opt-status pic x.
               03 opt-fail-count pic 9.
               03 opt-allow-approve pic x.
               03 opt-allow-credit pic x.
               03 opt-allow-view-ssn pic x.
       01 ws-operator-count pic 99 value 0.
       01 ws-oper-scan pic 99 value 0.
       01 ws-found-idx pic 99 value 0.
               else
                   move 0 to opt-fail-count (oper-idx)
               end-if
               if op-allow-approve = "Y"
                   move "Y" to opt-allow-approve (oper-idx)
               else
                   move "N" to opt-allow-approve (oper-idx)
               end-if
               if op-allow-credit = "Y"
                   move "Y" to opt-allow-credit (oper-idx)
               else
                   move "N" to opt-allow-credit (oper-idx)
               end-if
               if op-allow-view-ssn = "Y"
                   move "Y" to opt-allow-view-ssn (oper-idx)
               else
                   move "N" to opt-allow-view-ssn (oper-idx)
               end-if
           else
               display "opermnt: operator file exceeds 50 entries, "
                   op-id " ignored"
                   perform 2400-unlock-operator
               when ot-inquire
                   perform 2500-inquire-operator
               when ot-approve-priv
                   perform 2600-set-approve-privilege
               when ot-credit-priv
                   perform 2650-set-credit-privilege
               when ot-view-ssn-priv
                   perform 2700-set-view-ssn-privilege
               when other
                   add 1 to ws-rejects
                   move spaces to report-line
                   move ws-today to opt-pwd-date (oper-idx)
                   move "A" to opt-status (oper-idx)
                   move 0 to opt-fail-count (oper-idx)
                   if ot-allow-approve = "Y"
                       move "Y" to opt-allow-approve (oper-idx)
                   else
                       move "N" to opt-allow-approve (oper-idx)
                   end-if
                   if ot-allow-credit = "Y"
                       move "Y" to opt-allow-credit (oper-idx)
                   else
                       move "N" to opt-allow-credit (oper-idx)
                   end-if
                   if ot-allow-view-ssn = "Y"
                       move "Y" to opt-allow-view-ssn (oper-idx)
                   else
                       move "N" to opt-allow-view-ssn (oper-idx)
                   end-if
                   add 1 to ws-adds
                   move spaces to report-line
                   string "ADDED     id " ot-oper-id
               string "INQUIRY   id " ot-oper-id
                   " status " opt-status (oper-idx)
                   " fails " opt-fail-count (oper-idx)
                   " pwd age " ws-pwd-age
                   " approve " opt-allow-approve (oper-idx)
                   " credit " opt-allow-credit (oper-idx)
                   " ssn " opt-allow-view-ssn (oper-idx)
                   delimited by size into report-line
               write report-line
           end-if.

      *The approve privilege is what lets an id sign off someone
      *else's keyed GL batch, so granting and withdrawing it leave
      *the same audit line as any other security change.
       2600-set-approve-privilege.
           if ws-oper-not-found
               perform 2800-reject-not-found
           else
               set oper-idx to ws-found-idx
               add 1 to ws-privileges
               move spaces to report-line
               if ot-allow-approve = "Y"
                   move "Y" to opt-allow-approve (oper-idx)
                   string "APPROVE   id " ot-oper-id
                       " granted batch approval" delimited by size
                       into report-line
                   move "GRANTAPR" to osa-action
               else
                   move "N" to opt-allow-approve (oper-idx)
                   string "APPROVE   id " ot-oper-id
                       " batch approval withdrawn" delimited by size
                       into report-line
                   move "DROPAPR " to osa-action
               end-if
               write report-line
               perform 2900-write-security-audit
           end-if.

      *Credit authority releases customers from credit hold - the
      *same audit line as any other security change.
       2650-set-credit-privilege.
           if ws-oper-not-found
               perform 2800-reject-not-found
           else
               set oper-idx to ws-found-idx
               add 1 to ws-privileges
               move spaces to report-line
               if ot-allow-credit = "Y"
                   move "Y" to opt-allow-credit (oper-idx)
                   string "CREDIT    id " ot-oper-id
                       " granted credit authority" delimited by size
                       into report-line
                   move "GRANTCRD" to osa-action
               else
                   move "N" to opt-allow-credit (oper-idx)
                   string "CREDIT    id " ot-oper-id
                       " credit authority withdrawn"
                       delimited by size into report-line
                   move "DROPCRD " to osa-action
               end-if
               write report-line
               perform 2900-write-security-audit
           end-if.

      *Full SSNs on a customer report are the most sensitive thing
      *the batch side prints - the same audit line as any other
      *security change.
       2700-set-view-ssn-privilege.
           if ws-oper-not-found
               perform 2800-reject-not-found
           else
               set oper-idx to ws-found-idx
               add 1 to ws-privileges
               move spaces to report-line
               if ot-allow-view-ssn = "Y"
                   move "Y" to opt-allow-view-ssn (oper-idx)
                   string "VIEW SSN  id " ot-oper-id
                       " granted full-SSN view" delimited by size
                       into report-line
                   move "GRANTSSN" to osa-action
               else
                   move "N" to opt-allow-view-ssn (oper-idx)
                   string "VIEW SSN  id " ot-oper-id
                       " full-SSN view withdrawn"
                       delimited by size into report-line
                   move "DROPSSN " to osa-action
               end-if
               write report-line
               perform 2900-write-security-audit
           end-if.

       2800-reject-not-found.
           write report-line
           move spaces to report-line
           string "Inquiries " ws-inquiries " Rejects " ws-rejects
               " Privileges " ws-privileges
               delimited by size into report-line
           write report-line
           close operator-trans
           move opt-pwd-date (oper-idx) to op-pwd-date
           move opt-status (oper-idx) to op-status
           move opt-fail-count (oper-idx) to op-fail-count
           move opt-allow-approve (oper-idx) to op-allow-approve
           move opt-allow-credit (oper-idx) to op-allow-credit
           move opt-allow-view-ssn (oper-idx) to op-allow-view-ssn
           write operator-record.
