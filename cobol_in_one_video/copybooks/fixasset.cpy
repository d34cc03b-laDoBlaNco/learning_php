      *Shared fixed-asset master record layout, keyed on asset id.
      *Depreciation used to ride on a GLSTAND template someone worked
      *out once, and nobody changed it when an asset came or went -
      *this master is the register: what each asset cost, how it
      *wears out and where it books. FAMNT keeps it (acquisitions,
      *transfers, disposals); the FADEPR month-end run depreciates
      *it into GL-TRANS.DAT and books disposals.
      *FA-METHOD: S straight-line, D double-declining balance.
      *FA-STATUS: A in service, P disposal keyed and waiting for the
      *next FADEPR run to book it, D disposed.
       01 fixed-asset-record.
           02 fa-asset-id pic x(8).
           02 fa-description pic x(30).
           02 fa-location pic x(4).
           02 fa-acq-date pic 9(8).
           02 fa-cost pic 9(9)v99.
           02 fa-life-months pic 9(3).
           02 fa-method pic x.
               88 fa-straight-line value "S".
               88 fa-declining value "D".
           02 fa-salvage pic 9(9)v99.
           02 fa-asset-account pic 9(4).
           02 fa-accum-account pic 9(4).
           02 fa-expense-account pic 9(4).
      *Depreciation taken to date and the last period it covers -
      *a rerun of the same period takes nothing more.
           02 fa-accum-depr pic 9(9)v99.
           02 fa-last-period pic 9(6).
           02 fa-status pic x.
               88 fa-in-service value "A".
               88 fa-disposal-pending value "P".
               88 fa-disposed value "D".
           02 fa-disp-date pic 9(8).
           02 fa-disp-proceeds pic 9(9)v99.
