      *Undeliverable-address record, keyed on customer ident - one
      *record for each customer whose mail has come back. Kept
      *beside the customer master rather than in it, the way the
      *receivables profile is, so the master, its archive and the
      *selected-customer file don't move. A record on file means
      *the address on the master is bad: CUSTLBL, CUSTSEL, CUSTHHLD,
      *ARSTMT and ARDUN leave the customer out of what they mail.
      *Written by CUSTMNT's returned-mail transaction; the record
      *goes when CUSTMNT or CUSTSCRN changes the address. CUSTUNDL
      *lists the ones who still owe us money.
       01 undeliverable-record.
           02 ud-ident pic 9(7).
      *The date the post office returned it, and when and by whom
      *the return was keyed.
           02 ud-return-date pic 9(8).
           02 ud-flagged-on pic 9(8).
           02 ud-flagged-by pic x(8).
