      *Shared keyed-GL-batch control record, one line per batch of
      *manually keyed lines on GL-TRANS.DAT (source KY, the batch id
      *in the reference). The preparer submits the batch through
      *GLAPPR and it waits pending until a second operator with the
      *approve privilege approves or rejects it; GLPOST posts a
      *keyed line only when its batch is approved and still holds
      *the line count and both hashes captured at submission, then
      *stamps the batch posted. ERRRPT lists batches left pending.
      *GB-STATUS: P pending, A approved, J rejected, D posted.
       01 gl-batch-record.
           02 gb-batch-id pic x(8).
           02 gb-status pic x.
               88 gb-pending value "P".
               88 gb-approved value "A".
               88 gb-rejected value "J".
               88 gb-posted value "D".
           02 gb-preparer pic x(8).
           02 gb-submit-date pic 9(8).
      *What the batch held when it was submitted - its line count
      *and the sum of its amounts without sign, so a line changed,
      *added or dropped after the fact no longer matches.
           02 gb-line-count pic 9(5).
           02 gb-hash pic 9(9)v99.
           02 gb-approver pic x(8).
           02 gb-action-date pic 9(8).
           02 gb-posted-date pic 9(8).
      *The detail hash - each line's account times its signed
      *amount, plus its date, summed - so a line moved to another
      *account, a debit and credit swapped, or a line redated no
      *longer matches either. A batch written before the field
      *existed reads with spaces here, never matches, and has to
      *be submitted again.
           02 gb-detail-hash pic s9(16)v99 sign is leading separate.
