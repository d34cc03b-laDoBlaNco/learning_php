      *The maintenance behind the new vendor master: add/change/
      *deactivate/inquire transactions against VENDOR-MASTER.DAT in
      *the same transaction-file-and-report shape as GLACMNT, so the
      *supplier on an item or a purchase order is one spelling with
      *a lead time, terms and a remit-to address behind it. The
      *first-ever run creates the file, so the opening batch of adds
      *can bootstrap it.
      *
      *Modification history
      *October 27th 2025   - ladoblanco prod - vendors carry their
      *  bank routing and account for the APPAY ACH file, keyed
      *  behind the lead time; a zero routing number pays by check.
      *  On a change, a numeric routing replaces the one on file
      *  (zeros switch the vendor back to checks).
       identification division.
       program-id. vendmnt.
       author. ladoblanco prod.
       date-written. October 13th 2025.
       environment division.
       input-output section.
       file-control.
           select vendor-master assign to "vendor-master.dat"
               organization is indexed
               access mode is dynamic
               record key is vm-vendor-id
               file status is ws-master-status.
           select vendor-trans assign to "vendor-trans.dat"
               organization is line sequential
               file status is ws-trans-status.
           select vendor-report assign to "vendmnt.rpt"
               organization is line sequential
               file status is ws-report-status.
       data division.
       file section.
       fd vendor-master.
       copy vendmstr.
      *On a change, a blank field (or a non-numeric lead time) keeps
      *what is on file.
       fd vendor-trans.
       01 vendor-trans-record.
           02 vt-code pic x.
               88 vt-add value "A".
               88 vt-change value "C".
               88 vt-deactivate value "D".
               88 vt-inquire value "I".
           02 vt-vendor-id pic x(10).
           02 vt-name pic x(30).
           02 vt-remit-street pic x(30).
           02 vt-remit-city pic x(20).
           02 vt-remit-state pic xx.
           02 vt-remit-zip pic x(5).
           02 vt-terms pic x(8).
           02 vt-lead-days pic 9(3).
           02 vt-bank-routing pic 9(9).
           02 vt-bank-account pic x(12).
       fd vendor-report.
       01 report-line pic x(80).
       working-storage section.
       01 ws-master-status pic xx value spaces.
           88 master-ok value "00".
           88 master-not-found value "23".
       01 ws-trans-status pic xx value spaces.
           88 trans-ok value "00".
           88 trans-eof value "10".
       01 ws-report-status pic xx value spaces.
       01 ws-counts.
           02 ws-adds pic 9(5) value 0.
           02 ws-changes pic 9(5) value 0.
           02 ws-deactivated pic 9(5) value 0.
           02 ws-inquiries pic 9(5) value 0.
           02 ws-rejects pic 9(5) value 0.
       procedure division.
       0000-main.
           perform 1000-initialize
           perform 2000-process-transaction
               until trans-eof
           perform 3000-wrapup
           stop run.

       1000-initialize.
           open i-o vendor-master
           if ws-master-status = "35"
               open output vendor-master
               close vendor-master
               open i-o vendor-master
           end-if
           if not master-ok
               display "vendmnt: vendor master open failed, status "
                   ws-master-status
               move "10" to ws-trans-status
           end-if
           open input vendor-trans
           open output vendor-report
           move spaces to report-line
           string "VENDOR MASTER MAINTENANCE" delimited by size
               into report-line
           write report-line
           perform 1100-read-trans.

       1100-read-trans.
           read vendor-trans
               at end set trans-eof to true
           end-read.

       2000-process-transaction.
           evaluate true
               when vt-add
                   perform 2100-add-vendor
               when vt-change
                   perform 2200-change-vendor
               when vt-deactivate
                   perform 2300-deactivate-vendor
               when vt-inquire
                   perform 2400-inquire-vendor
               when other
                   add 1 to ws-rejects
                   move spaces to report-line
                   string "REJECTED - bad code for vendor "
                       vt-vendor-id delimited by size
                       into report-line
                   write report-line
           end-evaluate
           perform 1100-read-trans.

      *A vendor nobody can name or plan against is no use to
      *purchasing - the name and the lead time are required.
       2100-add-vendor.
           evaluate true
               when vt-vendor-id = spaces
                   add 1 to ws-rejects
                   move spaces to report-line
                   string "REJECTED - add, vendor id is blank"
                       delimited by size into report-line
                   write report-line
               when vt-name = spaces
                   add 1 to ws-rejects
                   move spaces to report-line
                   string "REJECTED - add, vendor " vt-vendor-id
                       " has no name" delimited by size
                       into report-line
                   write report-line
               when vt-lead-days is not numeric
                   add 1 to ws-rejects
                   move spaces to report-line
                   string "REJECTED - add, vendor " vt-vendor-id
                       " lead time not numeric" delimited by size
                       into report-line
                   write report-line
               when other
                   move vt-vendor-id to vm-vendor-id
                   move vt-name to vm-name
                   move vt-remit-street to vm-remit-street
                   move vt-remit-city to vm-remit-city
                   move vt-remit-state to vm-remit-state
                   move vt-remit-zip to vm-remit-zip
                   move vt-terms to vm-terms
                   move vt-lead-days to vm-lead-days
                   move "Y" to vm-active
                   move 0 to vm-bank-routing
                   move spaces to vm-bank-account
                   if vt-bank-routing is numeric
                       move vt-bank-routing to vm-bank-routing
                       move vt-bank-account to vm-bank-account
                   end-if
                   write vendor-record
                   if master-ok
                       add 1 to ws-adds
                       move spaces to report-line
                       string "ADDED     vendor " vt-vendor-id " "
                           vt-name delimited by size
                           into report-line
                       write report-line
                   else
                       add 1 to ws-rejects
                       move spaces to report-line
                       string "REJECTED - add, vendor " vt-vendor-id
                           " status " ws-master-status
                           delimited by size into report-line
                       write report-line
                   end-if
           end-evaluate.

       2200-change-vendor.
           move vt-vendor-id to vm-vendor-id
           read vendor-master
               key is vm-vendor-id
           end-read
           if master-ok
               if vt-name not = spaces
                   move vt-name to vm-name
               end-if
               if vt-remit-street not = spaces
                   move vt-remit-street to vm-remit-street
               end-if
               if vt-remit-city not = spaces
                   move vt-remit-city to vm-remit-city
               end-if
               if vt-remit-state not = spaces
                   move vt-remit-state to vm-remit-state
               end-if
               if vt-remit-zip not = spaces
                   move vt-remit-zip to vm-remit-zip
               end-if
               if vt-terms not = spaces
                   move vt-terms to vm-terms
               end-if
               if vt-lead-days is numeric
                   move vt-lead-days to vm-lead-days
               end-if
               if vt-bank-routing is numeric
                   move vt-bank-routing to vm-bank-routing
               end-if
               if vt-bank-account not = spaces
                   move vt-bank-account to vm-bank-account
               end-if
               rewrite vendor-record
               add 1 to ws-changes
               move spaces to report-line
               string "CHANGED   vendor " vt-vendor-id
                   delimited by size into report-line
               write report-line
           else
               add 1 to ws-rejects
               move spaces to report-line
               string "REJECTED - change, vendor " vt-vendor-id
                   " not found" delimited by size into report-line
               write report-line
           end-if.

      *Vendors deactivate rather than delete - the open-PO file and
      *the receipt log keep pointing at them, and the performance
      *report still wants their history.
       2300-deactivate-vendor.
           move vt-vendor-id to vm-vendor-id
           read vendor-master
               key is vm-vendor-id
           end-read
           if master-ok
               move "N" to vm-active
               rewrite vendor-record
               add 1 to ws-deactivated
               move spaces to report-line
               string "DEACTIVATED vendor " vt-vendor-id
                   delimited by size into report-line
               write report-line
           else
               add 1 to ws-rejects
               move spaces to report-line
               string "REJECTED - deactivate, vendor " vt-vendor-id
                   " not found" delimited by size into report-line
               write report-line
           end-if.

       2400-inquire-vendor.
           move vt-vendor-id to vm-vendor-id
           read vendor-master
               key is vm-vendor-id
           end-read
           if master-ok
               add 1 to ws-inquiries
               move spaces to report-line
               string "INQUIRY   vendor " vt-vendor-id " "
                   vm-name " active " vm-active
                   delimited by size into report-line
               write report-line
               move spaces to report-line
               string "          remit " vm-remit-street " "
                   vm-remit-city delimited by size into report-line
               write report-line
               move spaces to report-line
               string "                " vm-remit-state " "
                   vm-remit-zip " terms " vm-terms
                   " lead days " vm-lead-days
                   delimited by size into report-line
               write report-line
               move spaces to report-line
               if vm-bank-routing = 0
                   string "          paid by check"
                       delimited by size into report-line
               else
                   string "          ACH routing " vm-bank-routing
                       " account " vm-bank-account
                       delimited by size into report-line
               end-if
               write report-line
           else
               add 1 to ws-rejects
               move spaces to report-line
               string "REJECTED - inquire, vendor " vt-vendor-id
                   " not found" delimited by size into report-line
               write report-line
           end-if.

       3000-wrapup.
           move spaces to report-line
           string "Adds " ws-adds " Changes " ws-changes
               " Deactivated " ws-deactivated
               " Inquiries " ws-inquiries
               " Rejects " ws-rejects delimited by size
               into report-line
           write report-line
           close vendor-master
           close vendor-trans
           close vendor-report.
