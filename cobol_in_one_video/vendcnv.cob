      *One-time conversion for the vendor master growing the bank
      *routing and account APPAY's ACH file pays to. The master is
      *indexed, so the existing records don't read under the grown
      *layout - this reads vendor-master.dat as VENDMNT first wrote
      *it and writes every vendor back out under the shared vendor
      *copybook, the routing starting at zero (paid by check) until
      *VENDMNT changes key the real ones. The new file lands beside
      *the old one (vendor-master-new.dat) and operations swaps the
      *names in once the counts on the report check out - the old
      *file is never touched, so the conversion can be rerun if
      *anything looks wrong. The same shape as GLACNV before it.
       identification division.
       program-id. vendcnv.
       author. ladoblanco prod.
       date-written. October 27th 2025.
       environment division.
       input-output section.
       file-control.
           select old-vendor-master assign to "vendor-master.dat"
               organization is indexed
               access mode is sequential
               record key is old-vm-vendor-id
               file status is ws-old-status.
           select new-vendor-master assign to "vendor-master-new.dat"
               organization is indexed
               access mode is sequential
               record key is vm-vendor-id
               file status is ws-new-status.
           select convert-report assign to "vendcnv.rpt"
               organization is line sequential
               file status is ws-report-status.
       data division.
       file section.
      *The vendor master as VENDMNT kept it before the bank fields.
       fd old-vendor-master.
       01 old-vendor-record.
           02 old-vm-vendor-id pic x(10).
           02 old-vm-name pic x(30).
           02 old-vm-remit-street pic x(30).
           02 old-vm-remit-city pic x(20).
           02 old-vm-remit-state pic xx.
           02 old-vm-remit-zip pic x(5).
           02 old-vm-terms pic x(8).
           02 old-vm-lead-days pic 9(3).
           02 old-vm-active pic x.
       fd new-vendor-master.
       copy vendmstr.
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
           string "VENDOR MASTER CONVERSION" delimited by size
               into report-line
           write report-line
           perform 1000-convert-vendors
           perform 3000-wrapup
           stop run.

       1000-convert-vendors.
           open input old-vendor-master
           if not old-ok
               move spaces to report-line
               string "VENDORS NOT CONVERTED - open status "
                   ws-old-status delimited by size into report-line
               write report-line
           else
               open output new-vendor-master
               if not new-ok
                   display "vendcnv: new vendor master open failed, "
                       "status " ws-new-status
                   close old-vendor-master
               else
                   perform 1100-read-old-vendor
                   perform 1200-convert-one-vendor
                       until old-eof
                   close old-vendor-master
                   close new-vendor-master
                   move spaces to report-line
                   string "VENDORS CONVERTED " ws-converted
                       delimited by size into report-line
                   write report-line
               end-if
           end-if.

       1100-read-old-vendor.
           read old-vendor-master next record
               at end set old-eof to true
           end-read.

       1200-convert-one-vendor.
           move old-vm-vendor-id to vm-vendor-id
           move old-vm-name to vm-name
           move old-vm-remit-street to vm-remit-street
           move old-vm-remit-city to vm-remit-city
           move old-vm-remit-state to vm-remit-state
           move old-vm-remit-zip to vm-remit-zip
           move old-vm-terms to vm-terms
           move old-vm-lead-days to vm-lead-days
           move old-vm-active to vm-active
           move 0 to vm-bank-routing
           move spaces to vm-bank-account
           write vendor-record
           add 1 to ws-converted
           perform 1100-read-old-vendor.

       3000-wrapup.
           move spaces to report-line
           string "SWAP THE -NEW FILE IN ONCE THE COUNT CHECKS"
               delimited by size into report-line
           write report-line
           close convert-report.
