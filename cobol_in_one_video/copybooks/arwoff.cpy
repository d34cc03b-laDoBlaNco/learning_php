      *Shared bad-debt write-off register record, keyed like the
      *open item it wrote off (customer ident plus invoice). The
      *item itself closes at zero with status W; this is where what
      *went to bad debt is remembered - the amount, the account it
      *was charged to, who keyed it and who approved it - and what
      *has been recovered on it since. Written and updated by ARPOST
      *(codes W and R).
       01 ar-writeoff-record.
           02 aw-key.
               03 aw-ident pic 9(7).
               03 aw-invoice pic 9(6).
           02 aw-date pic 9(8).
           02 aw-amount pic 9(7)v99.
      *The account the loss was charged to - the allowance for
      *doubtful accounts or bad-debt expense. A recovery credits it
      *back.
           02 aw-account pic 9(4).
           02 aw-operator pic x(8).
      *Spaces when the write-off was under the approval threshold.
           02 aw-approver pic x(8).
           02 aw-recovered pic 9(7)v99.
           02 aw-last-recovery pic 9(8).
