      *Sales-tax history - one line per invoice ARPOST posts, the
      *sale split into what was taxed and what wasn't, with the tax
      *charged and the state it is owed to. Kept as the month goes
      *so the return is built from what was actually invoiced, not
      *from wherever the customer lives by the time it is filed.
      *Read by ARTAXR for the monthly sales-tax return.
       01 ar-sales-tax-history.
           02 tx-date pic 9(8).
           02 tx-ident pic 9(7).
           02 tx-invoice pic 9(6).
           02 tx-state pic xx.
           02 tx-taxable pic 9(7)v99.
           02 tx-exempt pic 9(7)v99.
           02 tx-tax pic 9(7)v99.
      *The certificate the sale was exempted under - spaces when
      *it was taxed, or when the state charges no tax.
           02 tx-cert pic x(15).
