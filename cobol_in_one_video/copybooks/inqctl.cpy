      *Shared customer-inquiry control block for CUSTINQ. The
      *caller INITIALIZEs it, sets CI-PROGRAM-NAME and CI-OPER-ID
      *(the operator the inquiry is for - SSNMASK decides from it
      *whether the SSN shows whole), puts an ident in CI-IDENT or,
      *with the ident zero, a full or partial name in CI-NAME, and
      *calls CUSTINQ. The whole picture of the customer comes back
      *as print lines in CI-LINE, CI-LINE-COUNT of them, ready for a
      *report or a panel. CI-STATUS comes back N when neither the
      *ident nor the name leads anywhere - not on the master, never
      *archived, nothing on file for it.
       01 inquiry-control.
           02 ci-ident pic 9(7).
           02 ci-name pic x(20).
           02 ci-program-name pic x(8).
           02 ci-oper-id pic x(8).
           02 ci-status pic x.
               88 ci-found value "Y".
               88 ci-not-found value "N".
      *How many customers the name matched - the first is the one
      *shown, the rest listed by ident so they can be asked for.
           02 ci-match-count pic 9(5).
           02 ci-line-count pic 9(3).
           02 ci-line occurs 300 times pic x(80).
