      *Confirmation-notice mailing record VOTELMT writes for every
      *voter the postal feed shows moving out of county - addressed
      *to the new address, where the notice has to reach them - and
      *CUSTLBL prints as labels in NOTICE mode.
       01 voter-notice-record.
           02 vn-reg-number pic 9(7).
           02 vn-name pic x(20).
           02 vn-address.
               03 vn-street pic x(25).
               03 vn-city pic x(15).
               03 vn-state pic xx.
               03 vn-zip pic x(10).
           02 vn-notice-date pic 9(8).
