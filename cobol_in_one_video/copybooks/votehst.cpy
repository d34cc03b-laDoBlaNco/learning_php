      *Shared voter participation history record, keyed on the
      *registration number plus the election date - one line for
      *every election a voter took part in, carried across elections
      *for as long as the registration exists. POLLSIGN writes it at
      *sign-in, ABSMNT when a mailed ballot comes back and counts;
      *VOTEMNT's inquiry lists it. VH-SIGNIN-DATE is the day the
      *vote was cast - the sign-in, or the ballot's received date.
       01 voter-history-record.
           02 vh-key.
               03 vh-reg-number pic 9(7).
               03 vh-election-date pic 9(8).
           02 vh-precinct pic 9(3).
           02 vh-signin-date pic 9(8).
