      *  never showed it only because PAYREG rewrites it nightly
      *  ahead of this job. A refused batch leaves every feed
      *  untouched for the rerun.
      *August 4th 2025     - ladoblanco prod - the check-void feed
      *  (PAYCLR-GL.DAT, the reversing pairs PAYCLR writes when a
      *  stale or lost payroll check is voided or reissued) posts
      *  through here as another input, same layout, same balancing
      *  pre-pass and account validation.
      *September 15th 2025 - ladoblanco prod - a keyed line can carry
      *  an R behind the description to mark it an auto-reversing
      *  accrual. The flag rides to the journal beside the entry,
      *  where GLREV finds it once the period closes and generates
      *  the opposite entry for the first of the new period. Feed
      *  lines never carry it.
      *September 22nd 2025 - ladoblanco prod - keyed lines (source KY,
      *  the batch id in the reference) post only once their batch
      *  is approved on the keyed-batch control file by a second
      *  operator through GLAPPR, and only while the batch still
      *  holds the line count and amount hash it was submitted
      *  with. Any other keyed line is held on the report and left
      *  out of the balancing gate; a batch that posts is stamped
      *  posted so it can't post twice. Standing entries, reversals
      *  and the feeds post as before.
      *April 6th 2026      - ladoblanco prod - a line is held for
      *  approval unless its source is one the batch programs
      *  write, so a keyed line can't skip the second operator by
      *  carrying some other code. A batch control file too big
      *  for the table holds every keyed batch and is not
      *  rewritten short; the run reports it and ends 16.
      *April 13th 2026     - ladoblanco prod - an approved batch must
      *  also still match its detail hash (account times signed
      *  amount plus date, line by line) to post, so a line moved
      *  to another account, a swapped debit and credit or a
      *  redated line holds the batch.
       identification division.
       program-id. glpost.
       author. ladoblanco prod.
           select ar-gl-feed assign to "arpost-gl.dat"
               organization is line sequential
               file status is ws-ar-status.
           select clear-gl-feed assign to "payclr-gl.dat"
               organization is line sequential
               file status is ws-clear-status.
           select gl-journal assign to "gl-journal.dat"
               organization is line sequential
               file status is ws-journal-status.
           select gl-batch-control assign to "gl-batch.dat"
               organization is line sequential
               file status is ws-batch-status.
       data division.
       file section.
       fd gl-trans.
      *existed read with spaces here and post under the run date.
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
      *R marks a month-end accrual GLREV reverses on the first of
      *the next period - lines keyed before the flag existed read
      *with a space here and never reverse.
           02 gt-reverse-flag pic x.
               88 gt-auto-reverse value "R".
       fd gl-ledger.
       01 gl-ledger-record.
           02 gl-acct pic 9(4).
           02 jd-desc pic x(20).
           02 jd-amount pic s9(7)v99 sign is leading separate.
           02 jd-balance pic s9(9)v99 sign is leading separate.
           02 jd-reverse-flag pic x.
       fd gl-accounts.
       copy glacct.
       fd gl-batch-control.
       copy glbatch.
      *The feed PAYREG generates, in the same picture as the keyed
      *transactions.
       fd payroll-gl-feed.
           02 af-source pic xx.
           02 af-reference pic x(8).
           02 af-desc pic x(20).
      *The check-void pairs PAYCLR generates, same picture.
       fd clear-gl-feed.
       01 clear-feed-record.
           02 cf-account pic 9(4).
           02 cf-amount pic s9(7)v99 sign is leading separate.
           02 cf-date pic 9(8).
           02 cf-source pic xx.
           02 cf-reference pic x(8).
           02 cf-desc pic x(20).
       working-storage section.
       01 ws-trans-status pic xx value spaces.
           88 trans-ok value "00".
      *Batch balancing pre-pass figures - the signed sum of every
      *amount on the file, taken before anything posts.
       01 ws-batch-total pic s9(11)v99 value 0.
       01 ws-line-detail pic s9(16)v99 value 0.
       01 ws-batch-count pic 9(7) value 0.
       01 ws-batch-flag pic x value "Y".
           88 ws-batch-balanced value "Y".
       01 ws-ar-present-flag pic x value "N".
           88 ws-ar-present value "Y".
       01 ws-ar-count pic 9(7) value 0.
       01 ws-clear-status pic xx value spaces.
           88 clear-feed-ok value "00".
           88 clear-feed-eof value "10".
       01 ws-clear-present-flag pic x value "N".
           88 ws-clear-present value "Y".
       01 ws-clear-count pic 9(7) value 0.
       01 ws-journal-status pic xx value spaces.
       01 ws-batch-status pic xx value spaces.
           88 batch-file-ok value "00".
           88 batch-file-eof value "10".
       01 ws-today pic 9(8) value zeroes.
      *The keyed-batch control file, loaded up front - beside each
      *batch, what its lines on GL-TRANS.DAT add up to tonight and
      *whether that lets it post. Written back with the posted
      *stamps once the batch is in.
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
               03 bt-found-count pic 9(5).
               03 bt-found-hash pic 9(9)v99.
               03 bt-found-detail pic s9(16)v99.
               03 bt-postable pic x.
       01 ws-batch-table-count pic 9(3) value 0.
       01 ws-batch-scan pic 9(3) value 0.
       01 ws-batch-found-idx pic 9(3) value 0.
       01 ws-batches-posted pic 9(3) value 0.
       01 ws-table-full-flag pic x value "N".
           88 ws-table-full value "Y".
       01 ws-held-count pic 9(5) value 0.
      *Whether the line in the transaction area may post - every
      *non-keyed line may; a keyed line only under its approved
      *batch.
       01 ws-line-postable-flag pic x value "Y".
           88 ws-line-postable value "Y".
           88 ws-line-held value "N".
       01 ws-held-reason pic x(30) value spaces.
      *ERRLOG call bench - which program, paragraph and file an
      *error line names on the suite-wide log.
       01 ws-err-program pic x(8) value "GLPOST  ".
                   perform 2980-process-ar-record
                       until ar-feed-eof
               end-if
               if ws-clear-present
                   perform 2995-read-clear-feed
                   perform 2990-process-clear-record
                       until clear-feed-eof
               end-if
           end-if
           perform 3000-wrapup
           goback.
           if ws-journal-status = "35"
               open output gl-journal
           end-if
           perform 1300-load-batches
           perform 1400-tally-keyed-batches
           open input gl-trans
           open i-o gl-ledger
           if not ledger-ok
               at end set trans-eof to true
           end-read.

      *A missing control file is a night with no batch ever
      *submitted - every keyed line holds.
       1300-load-batches.
           open input gl-batch-control
           if batch-file-ok
               perform 1310-read-batch
               perform 1320-store-batch
                   until batch-file-eof
               close gl-batch-control
           end-if.

       1310-read-batch.
           read gl-batch-control
               at end set batch-file-eof to true
           end-read.

       1320-store-batch.
           if ws-batch-table-count < 500
               add 1 to ws-batch-table-count
               set batch-idx to ws-batch-table-count
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
               move 0 to bt-found-count (batch-idx)
               move 0 to bt-found-hash (batch-idx)
               move 0 to bt-found-detail (batch-idx)
               move "N" to bt-postable (batch-idx)
           else
               set ws-table-full to true
               display "glpost: batch control file exceeds 500 "
                   "entries, " gb-batch-id " ignored"
           end-if
           perform 1310-read-batch.

      *One pass of the keyed batch ahead of everything else: each
      *approved batch's lines are counted and hashed as they stand
      *tonight, and the batch posts only if that still matches what
      *was submitted - a line changed after the approval holds the
      *whole batch.
       1400-tally-keyed-batches.
           open input gl-trans
           if trans-ok
               perform 1100-read-trans
               perform 1410-tally-one-line
                   until trans-eof
               close gl-trans
           end-if
           move 0 to ws-batch-scan
           perform 1420-decide-one-batch
               until ws-batch-scan >= ws-batch-table-count.

       1410-tally-one-line.
           if not gt-system-source
               perform 1750-find-batch
               if ws-batch-found-idx > 0
                   set batch-idx to ws-batch-found-idx
                   add 1 to bt-found-count (batch-idx)
                   if gt-amount < 0
                       subtract gt-amount from bt-found-hash (batch-idx)
                   else
                       add gt-amount to bt-found-hash (batch-idx)
                   end-if
                   perform 1415-hash-line-detail
                   add ws-line-detail to bt-found-detail (batch-idx)
                       on size error continue
                   end-add
               end-if
           end-if
           perform 1100-read-trans.

      *The line's account times its signed amount, plus its date -
      *the way GLAPPR hashed the lines when they were submitted.
       1415-hash-line-detail.
           compute ws-line-detail = gt-account * gt-amount
               on size error move 0 to ws-line-detail
           end-compute
           if gt-date is numeric
               add gt-date to ws-line-detail
                   on size error continue
               end-add
           end-if.

      *No batch posts on a night the control file didn't all load
      *- its posted stamp couldn't be saved, and it would post
      *again tomorrow.
       1420-decide-one-batch.
           add 1 to ws-batch-scan
           set batch-idx to ws-batch-scan
           if bt-status (batch-idx) = "A"
                   and not ws-table-full
                   and bt-found-count (batch-idx) =
                       bt-line-count (batch-idx)
                   and bt-found-hash (batch-idx) = bt-hash (batch-idx)
                   and bt-found-detail (batch-idx) =
                       bt-detail-hash (batch-idx)
               move "Y" to bt-postable (batch-idx)
           end-if.

      *All-or-nothing gate: the whole batch's signed amounts total
      *first, and nothing posts unless they net to zero. The file
      *closes and reopens so the posting pass reads it from the top.
           perform 1540-total-returns-feed
           perform 1560-total-inventory-feed
           perform 1580-total-ar-feed
           perform 1600-total-clear-feed
           if ws-batch-total = 0
               set ws-batch-balanced to true
               move "  " to ws-trans-status
               if ws-ar-present
                   open input ar-gl-feed
               end-if
               if ws-clear-present
                   open input clear-gl-feed
               end-if
               move spaces to report-line
               string "BATCH BALANCED - " ws-batch-count
                   " TRANSACTIONS NET TO ZERO" delimited by size
           end-if.

       1510-total-one-transaction.
           perform 1700-check-keyed-line
           if ws-line-postable
               add 1 to ws-batch-count
               add gt-amount to ws-batch-total
           end-if
           perform 1100-read-trans.

      *The payroll feed rides through the same zero-balance gate as
           add af-amount to ws-batch-total
           perform 2985-read-ar-feed.

      *And the check-void feed, through the same gate.
       1600-total-clear-feed.
           open input clear-gl-feed
           if clear-feed-ok
               set ws-clear-present to true
               perform 2995-read-clear-feed
               perform 1610-total-one-clear-record
                   until clear-feed-eof
               close clear-gl-feed
               move spaces to report-line
               string "CHECK-VOID FEED ON FILE - " ws-clear-count
                   " RECORDS INCLUDED" delimited by size
                   into report-line
               perform 9000-write-report-line
           end-if.

       1610-total-one-clear-record.
           add 1 to ws-batch-count
           add 1 to ws-clear-count
           add cf-amount to ws-batch-total
           perform 2995-read-clear-feed.

      *Keyed lines (the ones from before the source code existed
      *read with spaces there) post only under an approved batch
      *that still matches its submission; everything the system
      *generated onto GL-TRANS.DAT posts as it always did. A line
      *whose source is not one the batch programs write counts as
      *keyed, whatever it says.
       1700-check-keyed-line.
           set ws-line-postable to true
           move spaces to ws-held-reason
           if not gt-system-source
               perform 1750-find-batch
               if ws-batch-found-idx = 0
                   set ws-line-held to true
                   move "NOT SUBMITTED FOR APPROVAL" to ws-held-reason
               else
                   set batch-idx to ws-batch-found-idx
                   if bt-postable (batch-idx) not = "Y"
                       set ws-line-held to true
                       evaluate bt-status (batch-idx)
                           when "P"
                               move "PENDING APPROVAL"
                                   to ws-held-reason
                           when "J"
                               move "REJECTED BY APPROVER"
                                   to ws-held-reason
                           when "D"
                               move "ALREADY POSTED"
                                   to ws-held-reason
                           when "A"
                               if ws-table-full
                                   move "BATCH CONTROL FILE FULL"
                                       to ws-held-reason
                               else
                                   move "CHANGED SINCE SUBMITTED"
                                       to ws-held-reason
                               end-if
                           when other
                               move "NOT APPROVED" to ws-held-reason
                       end-evaluate
                   end-if
               end-if
           end-if.

       1750-find-batch.
           move 0 to ws-batch-found-idx
           move 0 to ws-batch-scan
           perform 1760-scan-one-batch
               until ws-batch-scan >= ws-batch-table-count
                   or ws-batch-found-idx > 0.

       1760-scan-one-batch.
           add 1 to ws-batch-scan
           set batch-idx to ws-batch-scan
           if bt-batch-id (batch-idx) = gt-reference
                   and gt-reference not = spaces
               move ws-batch-scan to ws-batch-found-idx
           end-if.

      *The account must be on the chart and active before anything
      *posts - a ledger record that doesn't exist yet for a good
      *chart account still opens at zero, but a number that isn't on
      *the chart rejects instead of opening a brand-new ledger.
       2000-process-transaction.
           perform 1700-check-keyed-line
           if ws-line-postable
               perform 2010-post-current-record
           else
               add 1 to ws-held-count
               move spaces to report-line
               string "HELD     - BATCH " gt-reference " ACCOUNT "
                   gt-account " " ws-held-reason
                   delimited by size into report-line
               perform 9000-write-report-line
           end-if
           perform 1100-read-trans.

      *Posts whatever sits in the transaction record area - the keyed
           move fg-source to gt-source
           move fg-reference to gt-reference
           move fg-desc to gt-desc
           move space to gt-reverse-flag
           perform 2010-post-current-record
           perform 2810-read-feed.

           move rf-source to gt-source
           move rf-reference to gt-reference
           move rf-desc to gt-desc
           move space to gt-reverse-flag
           perform 2010-post-current-record
           perform 2910-read-returns-feed.

           move if-source to gt-source
           move if-reference to gt-reference
           move if-desc to gt-desc
           move space to gt-reverse-flag
           perform 2010-post-current-record
           perform 2960-read-inventory-feed.

           move af-source to gt-source
           move af-reference to gt-reference
           move af-desc to gt-desc
           move space to gt-reverse-flag
           perform 2010-post-current-record
           perform 2985-read-ar-feed.

               at end set ar-feed-eof to true
           end-read.

       2990-process-clear-record.
           move cf-account to gt-account
           move cf-amount to gt-amount
           move cf-date to gt-date
           move cf-source to gt-source
           move cf-reference to gt-reference
           move cf-desc to gt-desc
           move space to gt-reverse-flag
           perform 2010-post-current-record
           perform 2995-read-clear-feed.

       2995-read-clear-feed.
           read clear-gl-feed
               at end set clear-feed-eof to true
           end-read.

       2500-validate-account.
           set ws-account-valid to true
           move gt-account to ga-account
           move gt-desc to jd-desc
           move gt-amount to jd-amount
           move gl-balance to jd-balance
           move gt-reverse-flag to jd-reverse-flag
           write gl-journal-record.

       3000-wrapup.
           move spaces to report-line
           string "TRANSACTIONS POSTED " ws-post-count
               " ERRORS " ws-error-count " KEYED LINES HELD "
               ws-held-count delimited by size
               into report-line
           perform 9000-write-report-line
           if ws-batch-balanced
               if ws-ar-present
                   close ar-gl-feed
               end-if
               if ws-clear-present
                   close clear-gl-feed
               end-if
               perform 3100-clear-posted-feeds
               if not ws-table-full
                   perform 3200-stamp-posted-batches
               end-if
           end-if
           if ws-table-full
               move spaces to report-line
               string "BATCH CONTROL FILE NOT REWRITTEN - TABLE "
                   "FULL, KEYED BATCHES HELD" delimited by size
                   into report-line
               perform 9000-write-report-line
               move 16 to return-code
           end-if
           close gl-ledger
           close gl-accounts
           close gl-report.

      *Every feed that posted empties once the batch is in - the
      *producers (PAYREG, PAYRET, INVPOST, ARPOST, PAYCLR) only
      *regenerate on their own runs, and a feed left standing would
      *post again every night until they did. A refused batch
      *leaves every feed untouched for the rerun.
       3100-clear-posted-feeds.
           if ws-feed-present
               open output payroll-gl-feed
           if ws-ar-present
               open output ar-gl-feed
               close ar-gl-feed
           end-if
           if ws-clear-present
               open output clear-gl-feed
               close clear-gl-feed
           end-if.

      *Every approved batch that went in tonight is stamped posted
      *- its lines may still sit on GL-TRANS.DAT, and they hold as
      *already posted from now on.
       3200-stamp-posted-batches.
           move 0 to ws-batch-scan
           perform 3210-stamp-one-batch
               until ws-batch-scan >= ws-batch-table-count
           if ws-batches-posted > 0
               open output gl-batch-control
               move 0 to ws-batch-scan
               perform 3220-save-one-batch
                   until ws-batch-scan >= ws-batch-table-count
               close gl-batch-control
               move spaces to report-line
               string "KEYED BATCHES POSTED " ws-batches-posted
                   delimited by size into report-line
               perform 9000-write-report-line
           end-if.

       3210-stamp-one-batch.
           add 1 to ws-batch-scan
           set batch-idx to ws-batch-scan
           if bt-postable (batch-idx) = "Y"
               move "D" to bt-status (batch-idx)
               move ws-today to bt-posted-date (batch-idx)
               add 1 to ws-batches-posted
           end-if.

       3220-save-one-batch.
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

      *All report lines leave through here - RPTWRT keeps the page
      *arithmetic and hands back the heading block whenever a new
      *page is due, so the shared heading prints ahead of the line
