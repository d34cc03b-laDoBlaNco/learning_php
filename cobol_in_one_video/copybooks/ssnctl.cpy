      *Shared SSN-masking control block, one per program. The
      *caller INITIALIZEs it and sets SC-PROGRAM-NAME, then calls
      *SSNMASK once up front to settle whether the run may show
      *full SSNs - function P with SC-OPER-ID set to the operator
      *who submitted the run (a report), or function F for an
      *export, which looks the program up on the named-feed list.
      *SC-UNMASK-FLAG comes back Y only when that is allowed, and
      *the unmasked run is logged then and there. After that, each
      *SSN to print goes in SC-SSNUM and function E hands it back in
      *SC-SSN-PRINT - the whole number, or the last four digits
      *behind asterisks.
       01 ssn-control.
           02 sc-function pic x.
               88 sc-check-operator value "P".
               88 sc-check-feed value "F".
               88 sc-edit-ssn value "E".
           02 sc-program-name pic x(8).
           02 sc-oper-id pic x(8).
           02 sc-unmask-flag pic x.
               88 sc-unmasked value "Y".
           02 sc-ssnum.
               03 sc-ssarea pic 999.
               03 sc-ssgroup pic 99.
               03 sc-ssserial pic 9999.
           02 sc-ssn-print pic x(11).
      *The same eleven bytes a piece at a time, for an export that
      *carries the three SSN groups as separate fields.
           02 sc-ssn-print-parts redefines sc-ssn-print.
               03 sc-print-area pic x(3).
               03 filler pic x.
               03 sc-print-group pic x(2).
               03 filler pic x.
               03 sc-print-serial pic x(4).
