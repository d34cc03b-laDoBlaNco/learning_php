      *applicants here (checking name plus date of birth against it
      *first), VOTEMNT applies transfers and cancellations, and
      *VOTEROST prints the per-precinct rosters off the whole roll.
      *VOTELMT keeps the roll clean against the state death records
      *and the postal change-of-address feed.
      *VM-STATUS: A active, I inactive (moved out of county, waiting
      *on a response to the confirmation notice), C cancelled.
       01 voter-record.
           02 vm-reg-number pic 9(7).
           02 vm-name pic x(20).
           02 vm-precinct pic 9(3).
           02 vm-status pic x.
           02 vm-reg-date pic 9(8).
      *Why the status last changed and when - VOTECNV carried the
      *roll over with a blank reason and a zero date.
      *  R cancelled at the voter's own request (VOTEMNT)
      *  D cancelled on a state death record match
      *  M inactive, moved out of county per the postal feed
      *  N cancelled, no response or vote in the waiting period
      *  V active again - responded to the notice or voted
           02 vm-status-reason pic x.
               88 vm-reason-request value "R".
               88 vm-reason-deceased value "D".
               88 vm-reason-moved value "M".
               88 vm-reason-no-response value "N".
               88 vm-reason-reactivated value "V".
           02 vm-status-date pic 9(8).
