      *Shared customer-audit record layout, one line per ADD, CHANGE
      *or DELETE applied to CUSTOMER-MASTER, with the before and
      *after images of the fields that move, and one CREDIT line per
      *change to a customer's credit limit or credit status (ARCMNT,
      *and ARHOLD's automatic holds), and MAILRT and MAILOK lines
      *as a customer's address is flagged undeliverable and cleared
      *again (CUSTMNT, CUSTSCRN). Written by CUSTMNT,
      *read back by the AUDITHST inquiry - both sides copy this so
      *the positions can never drift apart. Fields that do not apply
      *to an action (no before image on an ADD, no after image on a
      *fields read as spaces; AUDITHST guards for that.
           02 aud-ssn-before pic 9(9).
           02 aud-ssn-after pic 9(9).
      *Before and after credit limit and credit status, carried only
      *on CREDIT lines - zero and spaces everywhere else.
           02 aud-limit-before pic 9(7)v99.
           02 aud-limit-after pic 9(7)v99.
           02 aud-credit-before pic x(4).
           02 aud-credit-after pic x(4).
      *The date the mail came back, carried only on MAILRT lines (an
      *address flagged undeliverable) and MAILOK lines (the flag
      *cleared by an address change) - zero everywhere else.
           02 aud-return-date pic 9(8).
