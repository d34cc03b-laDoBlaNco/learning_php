      *Shared receivables-profile record, keyed on customer ident -
      *how receivables treats a customer, kept beside the customer
      *master rather than in it so the master, its archive and its
      *backup images don't move. A customer with no profile record
      *is treated under the standard terms - no credit limit, not
      *on hold. Maintained by ARCMNT, read by ARFINC, by ARPOST and
      *ORDENTR for the credit check (and ARPOST for the tax
      *exemption), and by ARHOLD, which puts customers on hold on
      *its own.
       01 ar-customer-record.
           02 arc-ident pic 9(7).
      *Y - finance charges are never raised for this customer.
           02 arc-finchg-exempt pic x.
               88 arc-exempt value "Y".
      *The run date and the operator of the last maintenance.
           02 arc-last-maint pic 9(8).
           02 arc-maint-by pic x(8).
      *The most the customer may owe. An invoice is checked against
      *the open receivables, a new order against the receivables and
      *the orders not yet shipped. Zero is no limit set.
           02 arc-credit-limit pic 9(7)v99.
      *OK, or HOLD - no invoice is posted and no order taken until
      *an operator with credit authority releases the hold.
           02 arc-credit-status pic x(4).
               88 arc-credit-ok value "OK  ".
               88 arc-on-hold value "HOLD".
      *Who put the hold on - A the nightly 90-day pass, M an
      *operator - and the date it went on.
           02 arc-hold-source pic x.
               88 arc-auto-hold value "A".
               88 arc-manual-hold value "M".
           02 arc-hold-date pic 9(8).
      *The customer's sales-tax exemption certificate. Any number
      *on file and ARPOST charges no tax on their invoices; spaces,
      *the usual case, and they pay the rate for their state.
           02 arc-tax-cert pic x(15).
