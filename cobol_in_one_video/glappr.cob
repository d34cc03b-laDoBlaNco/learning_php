      *Anyone who could edit GL-TRANS.DAT could put a keyed batch
      *straight into the ledger through GLPOST - the auditors wrote
      *it up as a separation-of-duties gap. Keyed lines (source KY)
      *now carry their batch id in the reference and wait on the
      *keyed-batch control file (GL-BATCH.DAT, glbatch copybook)
      *until two people have handled them. This is the maintenance
      *run over that file, in the OPERMNT transaction-file-and-report
      *shape:
      *  S  the preparer submits a batch - the lines are counted
      *     and hashed off GL-TRANS.DAT, and must net to zero
      *  A  a second operator approves it
      *  J  a second operator rejects it (the preparer fixes the
      *     lines and submits again)
      *The approver must be on OPERATORS.DAT, active, holding the
      *approve privilege, and a different id from the preparer; an
      *approval also re-counts the lines, so a batch edited since
      *it was submitted has to be submitted again. Every action -
      *and every refused approval - lands on the batch audit log.
      *The system-generated lines (standing entries, reversals) and
      *the feeds never come through here.
      *
      *Modification history
      *April 6th 2026      - ladoblanco prod - every line whose
      *  source is not one the batch programs write is counted as
      *  keyed, not just KY and spaces. A batch control file too
      *  big for the table is no longer rewritten short - the run
      *  says so on the report and ends 16.
      *April 13th 2026     - ladoblanco prod - the batch carries a
      *  detail hash beside the amount hash - account times signed
      *  amount plus date, line by line - so an approval no longer
      *  matches a batch whose lines were moved to other accounts,
      *  had debits and credits swapped, or were redated.
       identification division.
       program-id. glappr.
       author. ladoblanco prod.
       date-written. September 22nd 2025.
       environment division.
       input-output section.
       file-control.
           select gl-batch-control assign to "gl-batch.dat"
               organization is line sequential
               file status is ws-batch-status.
           select gl-trans assign to "gl-trans.dat"
               organization is line sequential
               file status is ws-trans-status.
           select operator-security assign to "operators.dat"
               organization is line sequential
               file status is ws-operator-status.
           select approval-trans assign to "glappr-trans.dat"
               organization is line sequential
               file status is ws-approval-status.
           select approval-report assign to "glappr.rpt"
               organization is line sequential
               file status is ws-report-status.
           select approval-audit assign to "glappr-audit.log"
               organization is line sequential
               file status is ws-audit-status.
       data division.
       file section.
       fd gl-batch-control.
       copy glbatch.
       fd gl-trans.
       01 gl-trans-record.
           02 gt-account pic 9(4).
           02 gt-amount pic s9(7)v99 sign is leading separate.
           02 gt-date pic 9(8).
           02 gt-source pic xx.
      *The sources the batch programs write - payroll, returns,
      *inventory, receivables and check-void feeds, payables,
      *fixed assets, reversals, standing entries, tuition. Any
      *other source, spaces and KY included, is a keyed line.
               88 gt-system-source value "PR" "RT" "IN" "AR" "CV"
                   "AP" "FA" "RV" "SE" "TU".
           02 gt-reference pic x(8).
           02 gt-desc pic x(20).
           02 gt-reverse-flag pic x.
       fd operator-security.
       copy opersec.
       fd approval-trans.
       01 approval-trans-record.
           02 ap-code pic x.
               88 ap-submit value "S".
               88 ap-approve value "A".
               88 ap-reject value "J".
           02 ap-batch-id pic x(8).
      *The preparer on a submit, the approver on an approve or
      *reject.
           02 ap-oper-id pic x(8).
       fd approval-report.
       01 report-line pic x(80).
       fd approval-audit.
       01 approval-audit-line pic x(80).
       working-storage section.
       01 ws-batch-status pic xx value spaces.
           88 batch-file-ok value "00".
           88 batch-file-eof value "10".
       01 ws-trans-status pic xx value spaces.
           88 trans-ok value "00".
           88 trans-eof value "10".
       01 ws-operator-status pic xx value spaces.
           88 operator-file-ok value "00".
           88 operator-file-eof value "10".
       01 ws-approval-status pic xx value spaces.
           88 approval-ok value "00".
           88 approval-eof value "10".
       01 ws-report-status pic xx value spaces.
       01 ws-audit-status pic xx value spaces.
       01 ws-today pic 9(8) value zeroes.
       01 ws-counts.
           02 ws-submits pic 9(5) value 0.
           02 ws-approvals pic 9(5) value 0.
           02 ws-rejections pic 9(5) value 0.
           02 ws-refused pic 9(5) value 0.
      *The whole batch control file, loaded up front and written
      *back at end of run.
       01 batch-table.
           02 batch-entry occurs 500 times
                   indexed by batch-idx.
               03 bt-batch-id pic x(8).
               03 bt-status pic x.
               03 bt-preparer pic x(8).
               03 bt-submit-date pic 9(8).
               03 bt-line-count pic 9(5).
               03 bt-hash pic 9(9)v99.
               03 bt-approver pic x(8).
               03 bt-action-date pic 9(8).
               03 bt-posted-date pic 9(8).
               03 bt-detail-hash pic s9(16)v99.
       01 ws-batch-count pic 9(3) value 0.
       01 ws-batch-scan pic 9(3) value 0.
       01 ws-batch-found-idx pic 9(3) value 0.
       01 ws-batch-found-flag pic x value "N".
           88 ws-batch-found value "Y".
       01 ws-table-full-flag pic x value "N".
           88 ws-table-full value "Y".
      *Only what the approval rules need off the operator file.
       01 operator-table.
           02 operator-entry occurs 50 times
                   indexed by oper-idx.
               03 opt-id pic x(8).
               03 opt-status pic x.
               03 opt-allow-approve pic x.
       01 ws-operator-count pic 99 value 0.
       01 ws-oper-scan pic 99 value 0.
       01 ws-oper-found-flag pic x value "N".
           88 ws-oper-found value "Y".
       01 ws-oper-active-flag pic x value "N".
           88 ws-oper-active value "Y".
       01 ws-oper-approver-flag pic x value "N".
           88 ws-oper-approver value "Y".
      *The batch's lines as they stand on GL-TRANS.DAT right now.
       01 ws-tally-count pic 9(5) value 0.
       01 ws-tally-hash pic 9(9)v99 value 0.
       01 ws-tally-net pic s9(9)v99 value 0.
       01 ws-tally-detail pic s9(16)v99 value 0.
       01 ws-line-detail pic s9(16)v99 value 0.
       01 ws-hash-edit pic zzz,zzz,zz9.99.
       01 ws-refusal pic x(40) value spaces.
      *One line per batch action on the audit log.
       01 approval-audit-record.
           02 aa-tag pic x(5) value "GLAPR".
           02 aa-date pic 9(8).
           02 aa-action pic x(8).
           02 aa-batch-id pic x(8).
           02 aa-oper-id pic x(8).
           02 aa-preparer pic x(8).
           02 aa-line-count pic 9(5).
           02 aa-hash pic 9(9)v99.
       procedure division.
       0000-main.
           perform 1000-initialize
           perform 2000-process-transaction
               until approval-eof
           perform 3000-wrapup
           stop run.

       1000-initialize.
           accept ws-today from date yyyymmdd
           open output approval-report
           move spaces to report-line
           string "KEYED GL BATCH APPROVAL - " ws-today
               delimited by size into report-line
           write report-line
           perform 1200-load-batches
           perform 1300-load-operators
           open extend approval-audit
           if ws-audit-status = "35"
               open output approval-audit
           end-if
           open input approval-trans
           if approval-ok
               perform 1100-read-approval-trans
           else
               set approval-eof to true
           end-if.

       1100-read-approval-trans.
           read approval-trans
               at end set approval-eof to true
           end-read.

      *A missing control file is a shop that has never submitted a
      *batch - the first submit creates it.
       1200-load-batches.
           open input gl-batch-control
           if batch-file-ok
               perform 1210-read-batch
               perform 1220-store-batch
                   until batch-file-eof
               close gl-batch-control
           end-if.

       1210-read-batch.
           read gl-batch-control
               at end set batch-file-eof to true
           end-read.

       1220-store-batch.
           if ws-batch-count < 500
               add 1 to ws-batch-count
               set batch-idx to ws-batch-count
               move gb-batch-id to bt-batch-id (batch-idx)
               move gb-status to bt-status (batch-idx)
               move gb-preparer to bt-preparer (batch-idx)
               move gb-submit-date to bt-submit-date (batch-idx)
               move gb-line-count to bt-line-count (batch-idx)
               move gb-hash to bt-hash (batch-idx)
               move gb-approver to bt-approver (batch-idx)
               move gb-action-date to bt-action-date (batch-idx)
               move gb-posted-date to bt-posted-date (batch-idx)
               if gb-detail-hash is numeric
                   move gb-detail-hash to bt-detail-hash (batch-idx)
               else
                   move 0 to bt-detail-hash (batch-idx)
               end-if
           else
               set ws-table-full to true
               display "glappr: batch control file exceeds 500 "
                   "entries, " gb-batch-id " ignored"
           end-if
           perform 1210-read-batch.

       1300-load-operators.
           open input operator-security
           if operator-file-ok
               perform 1310-read-operator
               perform 1320-store-operator
                   until operator-file-eof
               close operator-security
           end-if.

       1310-read-operator.
           read operator-security
               at end set operator-file-eof to true
           end-read.

      *Old-format records read with spaces in the status (active)
      *and the approve flag (no privilege), as everywhere else.
       1320-store-operator.
           if ws-operator-count < 50
               add 1 to ws-operator-count
               set oper-idx to ws-operator-count
               move op-id to opt-id (oper-idx)
               if op-status = "R" or op-status = "L"
                   move op-status to opt-status (oper-idx)
               else
                   move "A" to opt-status (oper-idx)
               end-if
               if op-allow-approve = "Y"
                   move "Y" to opt-allow-approve (oper-idx)
               else
                   move "N" to opt-allow-approve (oper-idx)
               end-if
           else
               display "glappr: operator file exceeds 50 entries, "
                   op-id " ignored"
           end-if
           perform 1310-read-operator.

       2000-process-transaction.
           move spaces to ws-refusal
           perform 2050-find-batch
           perform 2060-find-operator
           evaluate true
               when ap-batch-id = spaces
                   add 1 to ws-refused
                   move spaces to report-line
                   string "REJECTED - no batch id on the transaction"
                       delimited by size into report-line
                   write report-line
               when ap-submit
                   perform 2100-submit-batch
               when ap-approve or ap-reject
                   perform 2200-decide-batch
               when other
                   add 1 to ws-refused
                   move spaces to report-line
                   string "REJECTED - bad code for batch "
                       ap-batch-id delimited by size
                       into report-line
                   write report-line
           end-evaluate
           perform 1100-read-approval-trans.

       2050-find-batch.
           move "N" to ws-batch-found-flag
           move 0 to ws-batch-found-idx
           move 0 to ws-batch-scan
           perform 2055-scan-one-batch
               until ws-batch-scan >= ws-batch-count
                   or ws-batch-found.

       2055-scan-one-batch.
           add 1 to ws-batch-scan
           set batch-idx to ws-batch-scan
           if bt-batch-id (batch-idx) = ap-batch-id
               set ws-batch-found to true
               move ws-batch-scan to ws-batch-found-idx
           end-if.

       2060-find-operator.
           move "N" to ws-oper-found-flag
           move "N" to ws-oper-active-flag
           move "N" to ws-oper-approver-flag
           move 0 to ws-oper-scan
           perform 2065-scan-one-operator
               until ws-oper-scan >= ws-operator-count
                   or ws-oper-found.

       2065-scan-one-operator.
           add 1 to ws-oper-scan
           set oper-idx to ws-oper-scan
           if opt-id (oper-idx) = ap-oper-id
               set ws-oper-found to true
               if opt-status (oper-idx) = "A"
                   set ws-oper-active to true
               end-if
               if opt-allow-approve (oper-idx) = "Y"
                   set ws-oper-approver to true
               end-if
           end-if.

      *A submit (or a resubmit after a rejection or an edit) counts
      *and hashes the batch's lines as they stand and puts it back
      *to pending - any approval it held is gone. A posted batch id
      *is spent.
       2100-submit-batch.
           perform 2800-tally-batch-lines
           evaluate true
               when not ws-oper-found or not ws-oper-active
                   move "preparer not an active operator"
                       to ws-refusal
               when ws-batch-found
                       and bt-status (ws-batch-found-idx) = "D"
                   move "batch id already posted" to ws-refusal
               when ws-tally-count = 0
                   move "no keyed lines carry this batch id"
                       to ws-refusal
               when ws-tally-net not = 0
                   move "batch lines do not net to zero"
                       to ws-refusal
               when not ws-batch-found and ws-batch-count >= 500
                   move "batch control file full" to ws-refusal
               when other
                   continue
           end-evaluate
           if ws-refusal not = spaces
               perform 2900-report-refusal
           else
               if not ws-batch-found
                   add 1 to ws-batch-count
                   move ws-batch-count to ws-batch-found-idx
               end-if
               set batch-idx to ws-batch-found-idx
               move ap-batch-id to bt-batch-id (batch-idx)
               move "P" to bt-status (batch-idx)
               move ap-oper-id to bt-preparer (batch-idx)
               move ws-today to bt-submit-date (batch-idx)
               move ws-tally-count to bt-line-count (batch-idx)
               move ws-tally-hash to bt-hash (batch-idx)
               move ws-tally-detail to bt-detail-hash (batch-idx)
               move spaces to bt-approver (batch-idx)
               move 0 to bt-action-date (batch-idx)
               move 0 to bt-posted-date (batch-idx)
               add 1 to ws-submits
               move ws-tally-hash to ws-hash-edit
               move spaces to report-line
               string "SUBMITTED batch " ap-batch-id " by "
                   ap-oper-id " lines " ws-tally-count
                   " hash " ws-hash-edit delimited by size
                   into report-line
               write report-line
               move "SUBMIT  " to aa-action
               perform 2950-write-approval-audit
           end-if.

      *Approve and reject share the rules on who may decide; only
      *an approval has to prove the lines are still what was
      *submitted.
       2200-decide-batch.
           if ws-batch-found
               perform 2800-tally-batch-lines
           end-if
           evaluate true
               when not ws-batch-found
                   move "batch not submitted" to ws-refusal
               when bt-status (ws-batch-found-idx) not = "P"
                   move "batch not pending" to ws-refusal
               when not ws-oper-found or not ws-oper-active
                   move "approver not an active operator"
                       to ws-refusal
               when not ws-oper-approver
                   move "approver lacks the approve privilege"
                       to ws-refusal
               when ap-oper-id = bt-preparer (ws-batch-found-idx)
                   move "approver is the preparer" to ws-refusal
               when ap-approve
                       and (ws-tally-count not =
                               bt-line-count (ws-batch-found-idx)
                           or ws-tally-hash not =
                               bt-hash (ws-batch-found-idx)
                           or ws-tally-detail not =
                               bt-detail-hash (ws-batch-found-idx))
                   move "lines changed since submitted - resubmit"
                       to ws-refusal
               when other
                   continue
           end-evaluate
           if ws-refusal not = spaces
               perform 2900-report-refusal
           else
               set batch-idx to ws-batch-found-idx
               move ap-oper-id to bt-approver (batch-idx)
               move ws-today to bt-action-date (batch-idx)
               move spaces to report-line
               if ap-approve
                   move "A" to bt-status (batch-idx)
                   add 1 to ws-approvals
                   string "APPROVED  batch " ap-batch-id " by "
                       ap-oper-id " prepared by "
                       bt-preparer (batch-idx) delimited by size
                       into report-line
                   move "APPROVE " to aa-action
               else
                   move "J" to bt-status (batch-idx)
                   add 1 to ws-rejections
                   string "REJECTED  batch " ap-batch-id " by "
                       ap-oper-id " prepared by "
                       bt-preparer (batch-idx) delimited by size
                       into report-line
                   move "REJECT  " to aa-action
               end-if
               write report-line
               perform 2950-write-approval-audit
           end-if.

      *One pass of GL-TRANS.DAT for the batch's keyed lines - the
      *lines from before the source code existed read with spaces
      *there and count as keyed.
       2800-tally-batch-lines.
           move 0 to ws-tally-count
           move 0 to ws-tally-hash
           move 0 to ws-tally-net
           move 0 to ws-tally-detail
           open input gl-trans
           if trans-ok
               perform 2810-read-trans
               perform 2820-tally-one-line
                   until trans-eof
               close gl-trans
           end-if.

       2810-read-trans.
           read gl-trans
               at end set trans-eof to true
           end-read.

       2820-tally-one-line.
           if not gt-system-source
                   and gt-reference = ap-batch-id
               add 1 to ws-tally-count
               add gt-amount to ws-tally-net
               if gt-amount < 0
                   subtract gt-amount from ws-tally-hash
               else
                   add gt-amount to ws-tally-hash
               end-if
               perform 2830-hash-line-detail
               add ws-line-detail to ws-tally-detail
                   on size error continue
               end-add
           end-if
           perform 2810-read-trans.

      *The line's account times its signed amount, plus its date -
      *GLPOST hashes the lines exactly this way before it posts.
      *Lines from before the date existed carry spaces there and
      *add nothing for it.
       2830-hash-line-detail.
           compute ws-line-detail = gt-account * gt-amount
               on size error move 0 to ws-line-detail
           end-compute
           if gt-date is numeric
               add gt-date to ws-line-detail
                   on size error continue
               end-add
           end-if.

      *Refused decisions go on the audit log too - an attempt to
      *approve one's own batch is exactly what the auditors want to
      *see.
       2900-report-refusal.
           add 1 to ws-refused
           move spaces to report-line
           string "REFUSED   batch " ap-batch-id " " ap-oper-id
               " - " ws-refusal delimited by size into report-line
           write report-line
           if ap-approve or ap-reject
               move "REFUSED " to aa-action
               perform 2950-write-approval-audit
           end-if.

       2950-write-approval-audit.
           move ws-today to aa-date
           move ap-batch-id to aa-batch-id
           move ap-oper-id to aa-oper-id
           if ws-batch-found-idx > 0
               set batch-idx to ws-batch-found-idx
               move bt-preparer (batch-idx) to aa-preparer
               move bt-line-count (batch-idx) to aa-line-count
               move bt-hash (batch-idx) to aa-hash
           else
               move spaces to aa-preparer
               move 0 to aa-line-count
               move 0 to aa-hash
           end-if
           write approval-audit-line from approval-audit-record.

      *A control file that didn't all fit in the table is left as
      *it was - writing back what loaded would lose the rest.
       3000-wrapup.
           if ws-table-full
               move spaces to report-line
               string "BATCH CONTROL FILE NOT REWRITTEN - TABLE "
                   "FULL, ACTIONS NOT SAVED" delimited by size
                   into report-line
               write report-line
           else
               open output gl-batch-control
               move 0 to ws-batch-scan
               perform 3100-write-one-batch
                   until ws-batch-scan >= ws-batch-count
               close gl-batch-control
           end-if
           move spaces to report-line
           string "Submitted " ws-submits " Approved " ws-approvals
               " Rejected " ws-rejections " Refused " ws-refused
               delimited by size into report-line
           write report-line
           if ws-refused > 0
               move 4 to return-code
           end-if
           if ws-table-full
               move 16 to return-code
           end-if
           close approval-trans
           close approval-audit
           close approval-report.

       3100-write-one-batch.
           add 1 to ws-batch-scan
           set batch-idx to ws-batch-scan
           move bt-batch-id (batch-idx) to gb-batch-id
           move bt-status (batch-idx) to gb-status
           move bt-preparer (batch-idx) to gb-preparer
           move bt-submit-date (batch-idx) to gb-submit-date
           move bt-line-count (batch-idx) to gb-line-count
           move bt-hash (batch-idx) to gb-hash
           move bt-approver (batch-idx) to gb-approver
           move bt-action-date (batch-idx) to gb-action-date
           move bt-posted-date (batch-idx) to gb-posted-date
           move bt-detail-hash (batch-idx) to gb-detail-hash
           write gl-batch-record.
