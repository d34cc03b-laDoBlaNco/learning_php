      *Shared dunning-level record, keyed on customer ident - how
      *far the collection letters have gone with a customer. ARDUN
      *sends each letter once per cycle: a customer is sent the
      *letter for their oldest past-due bucket only when it is
      *further along than the cycle has already reached, and the
      *cycle starts over once nothing is past due. ARCMNT shows it
      *on inquiry.
      *Levels: 0 none, 1 friendly reminder (31-60 days), 2 firm
      *notice (61-90), 3 final demand (over 90).
       01 ar-dunning-record.
           02 ad-ident pic 9(7).
      *The last letter sent, and when.
           02 ad-last-level pic 9.
           02 ad-last-date pic 9(8).
      *The furthest the current cycle has gone - zero when the
      *customer has nothing past due.
           02 ad-cycle-level pic 9.
