      *One-time conversion for sales tax on the receivables-profile
      *file, which takes the customer's tax-exemption certificate.
      *The file is indexed, so the existing records don't read under
      *the grown layout - this reads ar-customers.dat in the
      *generation ARCCNV wrote before the certificate (identity,
      *finance-charge exemption, last maintenance, credit limit and
      *credit hold - 46 bytes) and writes every profile back out
      *under the shared profile copybook with no certificate. A
      *profile file still in the original 24-byte layout, from
      *before credit limits, goes through ARCCNV instead, which now
      *writes the certificate too. The open-item file's tax is
      *ARCNV's, the one converter for that file. The new file lands
      *beside the old one (ar-customers-new.dat) and operations
      *swaps the names in once the count on the report checks out -
      *the old file is never touched, so the conversion can be rerun
      *if anything looks wrong.
      *
      *Modification history
      *April 6th 2026      - ladoblanco prod - the open-item pass is
      *  gone: ARCNV converts the open-item file from its original
      *  layout straight to the current one, tax included, and this
      *  converts only the credit-generation profile file.
       identification division.
       program-id. artxcnv.
       author. ladoblanco prod.
       date-written. January 5th 2026.
       environment division.
       input-output section.
       file-control.
           select old-ar-customers assign to "ar-customers.dat"
               organization is indexed
               access mode is sequential
               record key is old-arc-ident
               file status is ws-old-profile-status.
           select new-ar-customers assign to "ar-customers-new.dat"
               organization is indexed
               access mode is sequential
               record key is arc-ident
               file status is ws-new-profile-status.
           select convert-report assign to "artxcnv.rpt"
               organization is line sequential
               file status is ws-report-status.
       data division.
       file section.
      *The profile record as it stood before the certificate.
       fd old-ar-customers.
       01 old-ar-customer-record.
           02 old-arc-ident pic 9(7).
           02 old-arc-finchg-exempt pic x.
           02 old-arc-last-maint pic 9(8).
           02 old-arc-maint-by pic x(8).
           02 old-arc-credit-limit pic 9(7)v99.
           02 old-arc-credit-status pic x(4).
           02 old-arc-hold-source pic x.
           02 old-arc-hold-date pic 9(8).
       fd new-ar-customers.
       copy arcust.
       fd convert-report.
       01 report-line pic x(80).
       working-storage section.
       01 ws-old-profile-status pic xx value spaces.
           88 old-profile-ok value "00".
           88 old-profile-eof value "10".
       01 ws-new-profile-status pic xx value spaces.
           88 new-profile-ok value "00".
       01 ws-report-status pic xx value spaces.
       01 ws-profiles-converted pic 9(5) value 0.
       procedure division.
       0000-main.
           open output convert-report
           move spaces to report-line
           string "RECEIVABLES SALES-TAX CONVERSION" delimited by size
               into report-line
           write report-line
           perform 2000-convert-profiles
           perform 3000-wrapup
           stop run.

      *No profile file yet is nothing to convert - ARCMNT creates
      *it under the new layout on its first run.
       2000-convert-profiles.
           open input old-ar-customers
           if not old-profile-ok
               move spaces to report-line
               string "PROFILES NOT CONVERTED - open status "
                   ws-old-profile-status delimited by size
                   into report-line
               write report-line
           else
               open output new-ar-customers
               if not new-profile-ok
                   display "artxcnv: new profile file open failed, "
                       "status " ws-new-profile-status
                   close old-ar-customers
               else
                   perform 2100-read-old-profile
                   perform 2200-convert-one-profile
                       until old-profile-eof
                   close old-ar-customers
                   close new-ar-customers
                   move spaces to report-line
                   string "PROFILES CONVERTED " ws-profiles-converted
                       delimited by size into report-line
                   write report-line
               end-if
           end-if.

       2100-read-old-profile.
           read old-ar-customers next record
               at end set old-profile-eof to true
           end-read.

       2200-convert-one-profile.
           move old-arc-ident to arc-ident
           move old-arc-finchg-exempt to arc-finchg-exempt
           move old-arc-last-maint to arc-last-maint
           move old-arc-maint-by to arc-maint-by
           move old-arc-credit-limit to arc-credit-limit
           move old-arc-credit-status to arc-credit-status
           move old-arc-hold-source to arc-hold-source
           move old-arc-hold-date to arc-hold-date
           move spaces to arc-tax-cert
           write ar-customer-record
           add 1 to ws-profiles-converted
           perform 2100-read-old-profile.

       3000-wrapup.
           move spaces to report-line
           string "SWAP THE -NEW FILE IN ONCE THE COUNT CHECKS"
               delimited by size into report-line
           write report-line
           close convert-report.
