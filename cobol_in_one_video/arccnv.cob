      *One-time conversion for the receivables-profile file growing
      *the credit limit and the credit hold. The file is indexed, so
      *the existing profiles don't read under the grown layout -
      *this reads ar-customers.dat as ARCMNT kept it and writes every
      *profile back out under the shared profile copybook with no
      *limit set and the customer not on hold, the standard terms
      *they had been under. The new file lands beside the old one
      *(ar-customers-new.dat) and operations swaps the names in once
      *the counts on the report check out - the old file is never
      *touched, so the conversion can be rerun if anything looks
      *wrong. The same shape as ARCNV before it.
      *
      *Modification history
      *April 6th 2026      - ladoblanco prod - the tax-exemption
      *  certificate behind the credit hold starts as spaces, no
      *  certificate on file.
       identification division.
       program-id. arccnv.
       author. ladoblanco prod.
       date-written. December 15th 2025.
       environment division.
       input-output section.
       file-control.
           select old-ar-customers assign to "ar-customers.dat"
               organization is indexed
               access mode is sequential
               record key is old-arc-ident
               file status is ws-old-status.
           select new-ar-customers assign to "ar-customers-new.dat"
               organization is indexed
               access mode is sequential
               record key is arc-ident
               file status is ws-new-status.
           select convert-report assign to "arccnv.rpt"
               organization is line sequential
               file status is ws-report-status.
       data division.
       file section.
      *The profile record as it stood before the credit fields.
       fd old-ar-customers.
       01 old-ar-customer-record.
           02 old-arc-ident pic 9(7).
           02 old-arc-finchg-exempt pic x.
           02 old-arc-last-maint pic 9(8).
           02 old-arc-maint-by pic x(8).
       fd new-ar-customers.
       copy arcust.
       fd convert-report.
       01 report-line pic x(80).
       working-storage section.
       01 ws-old-status pic xx value spaces.
           88 old-ok value "00".
           88 old-eof value "10".
       01 ws-new-status pic xx value spaces.
           88 new-ok value "00".
       01 ws-report-status pic xx value spaces.
       01 ws-converted pic 9(5) value 0.
       procedure division.
       0000-main.
           open output convert-report
           move spaces to report-line
           string "RECEIVABLES PROFILE CONVERSION" delimited by size
               into report-line
           write report-line
           perform 1000-convert-profiles
           perform 3000-wrapup
           stop run.

       1000-convert-profiles.
           open input old-ar-customers
           if not old-ok
               move spaces to report-line
               string "PROFILES NOT CONVERTED - open status "
                   ws-old-status delimited by size into report-line
               write report-line
           else
               open output new-ar-customers
               if not new-ok
                   display "arccnv: new profile file open failed, "
                       "status " ws-new-status
                   close old-ar-customers
               else
                   perform 1100-read-old-profile
                   perform 1200-convert-one-profile
                       until old-eof
                   close old-ar-customers
                   close new-ar-customers
                   move spaces to report-line
                   string "PROFILES CONVERTED " ws-converted
                       delimited by size into report-line
                   write report-line
               end-if
           end-if.

       1100-read-old-profile.
           read old-ar-customers next record
               at end set old-eof to true
           end-read.

       1200-convert-one-profile.
           move old-arc-ident to arc-ident
           move old-arc-finchg-exempt to arc-finchg-exempt
           move old-arc-last-maint to arc-last-maint
           move old-arc-maint-by to arc-maint-by
           move 0 to arc-credit-limit
           set arc-credit-ok to true
           move space to arc-hold-source
           move 0 to arc-hold-date
           move spaces to arc-tax-cert
           write ar-customer-record
           add 1 to ws-converted
           perform 1100-read-old-profile.

       3000-wrapup.
           move spaces to report-line
           string "SWAP THE -NEW FILE IN ONCE THE COUNT CHECKS"
               delimited by size into report-line
           write report-line
           close convert-report.
