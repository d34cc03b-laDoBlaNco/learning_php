      *everything posted to the account before the range, so the
      *listing's last line agrees with the ledger when the range
      *runs to today.
      *
      *Modification history
      *September 15th 2025 - ladoblanco prod - an auto-reversing
      *  accrual and the RV entry GLREV generates for it share the
      *  reference, and each is marked on its description line so
      *  the pair reads together.
       identification division.
       program-id. glact.
       author. ladoblanco prod.
           02 jd-desc pic x(20).
           02 jd-amount pic s9(7)v99 sign is leading separate.
           02 jd-balance pic s9(9)v99 sign is leading separate.
           02 jd-reverse-flag pic x.
               88 jd-auto-reverse value "R".
       fd inquiry-request.
       01 request-record.
           02 rq-account pic 9(4).
               delimited by size into report-line
           write report-line
           move spaces to report-line
           evaluate true
               when jd-auto-reverse
                   string "         " jd-desc
                       "  AUTO-REVERSING ACCRUAL" delimited by size
                       into report-line
               when jd-source = "RV"
                   string "         " jd-desc
                       "  REVERSAL OF ACCRUAL " jd-reference
                       delimited by size into report-line
               when other
                   string "         " jd-desc delimited by size
                       into report-line
           end-evaluate
           write report-line.

       3000-wrapup.
