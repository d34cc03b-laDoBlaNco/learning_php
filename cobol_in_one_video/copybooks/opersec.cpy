      *90-day clock starts at the first OPERMNT touch), the status
      *reads as active, the failure count as zero.
      *OP-STATUS: A active, R revoked, L locked by failed sign-ons.
      *OP-ALLOW-APPROVE: Y may approve or reject a keyed GL batch
      *someone else prepared (GLAPPR) - records written before the
      *flag existed read with a space here, no privilege.
      *OP-ALLOW-CREDIT: Y credit authority - may release a customer
      *from credit hold (ARCMNT). A space here is no authority.
      *OP-ALLOW-VIEW-SSN: Y may see full SSNs - a customer report
      *run submitted under this id prints the whole number (SSNMASK)
      *instead of the last four digits. A space here is no privilege.
       01 operator-record.
           02 op-id pic x(8).
           02 op-password pic x(8).
           02 op-status pic x.
      *Consecutive failed sign-on attempts - three locks the id.
           02 op-fail-count pic 9.
           02 op-allow-approve pic x.
           02 op-allow-credit pic x.
           02 op-allow-view-ssn pic x.
