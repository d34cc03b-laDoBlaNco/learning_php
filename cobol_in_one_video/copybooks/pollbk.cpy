      *Shared election poll-book record, keyed on the election date
      *plus the registration number, so one file carries a separate
      *book for every election. POLLBLD builds an election's book
      *off the VOTER-MASTER roll (active and inactive voters), one
      *line per voter in their precinct; POLLSIGN marks the voter's
      *sign-in; TURNOUT counts registered against voted per
      *precinct off it.
      *PB-VOTED: N not yet signed in, Y signed in.
       01 poll-book-record.
           02 pb-key.
               03 pb-election-date pic 9(8).
               03 pb-reg-number pic 9(7).
           02 pb-name pic x(20).
           02 pb-precinct pic 9(3).
           02 pb-voted pic x.
               88 pb-has-voted value "Y".
      *Where and when the sign-in was taken.
           02 pb-signin-precinct pic 9(3).
           02 pb-signin-date pic 9(8).
           02 pb-signin-time pic 9(4).
