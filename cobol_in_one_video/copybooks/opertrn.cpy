      *Shared operator-maintenance transaction layout - what OPERMNT
      *applies, and what OPRCERT writes when signed recertification
      *decisions come back as revokes.
       01 oper-trans-record.
           02 ot-code pic x.
               88 ot-add value "A".
               88 ot-revoke value "R".
               88 ot-passchg value "P".
               88 ot-unlock value "U".
               88 ot-inquire value "I".
               88 ot-approve-priv value "V".
               88 ot-credit-priv value "K".
               88 ot-view-ssn-priv value "S".
           02 ot-oper-id pic x(8).
           02 ot-password pic x(8).
           02 ot-allow-add pic x.
           02 ot-allow-change pic x.
           02 ot-allow-delete pic x.
           02 ot-allow-inquire pic x.
      *Who keyed the security change - every audit line carries it.
           02 ot-requestor pic x(8).
      *Y grants the GL batch approve privilege - on an add, or on
      *its own with a V transaction.
           02 ot-allow-approve pic x.
      *Y grants credit authority - on an add, or with a K.
           02 ot-allow-credit pic x.
      *Y grants the view-SSN privilege - on an add, or with an S.
           02 ot-allow-view-ssn pic x.
