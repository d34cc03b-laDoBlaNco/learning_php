      *The nightly credit-hold pass. A customer 120 days past due
      *could go on being invoiced and taking orders until somebody
      *in the credit department happened to notice. This reads the
      *open items every night and puts on automatic hold any
      *customer with an open item more than 90 days old - nothing
      *further is invoiced (ARPOST) or taken on order (ORDENTR)
      *until an operator with credit authority releases the hold in
      *ARCMNT. A customer with no receivables profile yet gets one,
      *under the standard terms, carrying the hold. Each hold goes
      *on the customer audit trail as a CREDIT line stamped ARHOLD,
      *and onto the run report for the credit department. Customers
      *already on hold are left alone - the pass never releases.
      *Runs under NJSCHED, so it GOBACKs.
      *
      *Modification history
      *January 5th 2026    - ladoblanco prod - a profile created to
      *  carry the hold starts with no tax-exemption certificate.
       identification division.
       program-id. arhold.
       author. ladoblanco prod.
       date-written. December 15th 2025.
       environment division.
       input-output section.
       file-control.
           select ar-open-items assign to "ar-open-items.dat"
               organization is indexed
               access mode is sequential
               record key is ar-key
               file status is ws-ar-status.
           select customer-master assign to "customer.dat"
               organization is indexed
               access mode is dynamic
               record key is ident
               alternate record key is custname with duplicates
               file status is ws-master-status.
           select ar-customers assign to "ar-customers.dat"
               organization is indexed
               access mode is dynamic
               record key is arc-ident
               file status is ws-profile-status.
           select audit-log assign to "custmnt-audit.log"
               organization is line sequential
               file status is ws-audit-status.
           select hold-report assign to "arhold.rpt"
               organization is line sequential
               file status is ws-report-status.
       data division.
       file section.
       fd ar-open-items.
       copy arrec.
       fd customer-master.
       copy customer.
       fd ar-customers.
       copy arcust.
       fd audit-log.
       01 audit-line pic x(160).
       fd hold-report.
       01 report-line pic x(80).
       working-storage section.
       01 ws-ar-status pic xx value spaces.
           88 ar-ok value "00".
           88 ar-eof value "10".
       01 ws-master-status pic xx value spaces.
           88 master-ok value "00".
       01 ws-profile-status pic xx value spaces.
           88 profile-ok value "00".
       01 ws-audit-status pic xx value spaces.
       01 ws-report-status pic xx value spaces.
       01 ws-today pic 9(8) value zeroes.
       01 ar-hold-days constant as 90.
       01 ws-ds-function pic x value "D".
       01 ws-ds-number pic s9(7) value 0.
       01 ws-ds-status pic x value spaces.
       01 ws-first-record pic x value "Y".
           88 is-first-record value "Y".
       01 ws-prev-ident pic 9(7) value 0.
      *The customer's worst item so far - its age, and the total
      *open on items past the 90 days.
       01 ws-oldest-days pic s9(7) value 0.
       01 ws-over-total pic s9(9)v99 value 0.
       01 ws-limit-before pic 9(7)v99 value 0.
       01 ws-credit-before pic x(4) value spaces.
       01 ws-counts.
           02 ws-customers-read pic 9(5) value 0.
           02 ws-holds-placed pic 9(5) value 0.
           02 ws-already-held pic 9(5) value 0.
       01 ws-days-edit pic z,zz9.
       01 ws-amount-edit pic zzz,zzz,zz9.99.
       copy custaud.
       procedure division.
       0000-main.
           perform 1000-initialize
           if return-code = 0
               perform 2000-check-one-item
                   until ar-eof
               if not is-first-record
                   perform 2100-end-customer
               end-if
           end-if
           perform 9000-wrapup
           goback.

       1000-initialize.
           accept ws-today from date yyyymmdd
           open output hold-report
           move spaces to report-line
           string "CREDIT HOLD PASS - " ws-today
               " - open items over " ar-hold-days " days"
               delimited by size into report-line
           write report-line
           open input ar-open-items
           if not ar-ok
               move 16 to return-code
               move spaces to report-line
               string "NOT RUN - open items open status "
                   ws-ar-status delimited by size into report-line
               write report-line
           end-if
           open input customer-master
           open i-o ar-customers
           if ws-profile-status = "35"
               open output ar-customers
               close ar-customers
               open i-o ar-customers
           end-if
           if not profile-ok
               display "arhold: profile file open failed, status "
                   ws-profile-status
               move 16 to return-code
           end-if
           open extend audit-log
           if ws-audit-status = "35"
               open output audit-log
           end-if
           if return-code = 0
               perform 1100-read-item
           else
               set ar-eof to true
           end-if.

       1100-read-item.
           read ar-open-items next record
               at end set ar-eof to true
           end-read.

      *Keyed ident then invoice - a change of ident closes out the
      *customer before.
       2000-check-one-item.
           if not is-first-record and ar-ident not = ws-prev-ident
               perform 2100-end-customer
           end-if
           if is-first-record or ar-ident not = ws-prev-ident
               move "N" to ws-first-record
               move ar-ident to ws-prev-ident
               move 0 to ws-oldest-days
               move 0 to ws-over-total
               add 1 to ws-customers-read
           end-if
           if ar-status = "O" and ar-balance > 0
               call "dateserv" using ws-ds-function
                   ar-invoice-date ws-today
                   ws-ds-number ws-ds-status
               if ws-ds-status = "Y" and ws-ds-number > ar-hold-days
                   add ar-balance to ws-over-total
                   if ws-ds-number > ws-oldest-days
                       move ws-ds-number to ws-oldest-days
                   end-if
               end-if
           end-if
           perform 1100-read-item.

       2100-end-customer.
           if ws-oldest-days > 0
               move ws-prev-ident to arc-ident
               read ar-customers
                   key is arc-ident
               end-read
               evaluate true
                   when profile-ok and arc-on-hold
                       add 1 to ws-already-held
                   when profile-ok
                       move arc-credit-limit to ws-limit-before
                       move arc-credit-status to ws-credit-before
                       perform 2200-set-hold
                       rewrite ar-customer-record
                       perform 2300-report-hold
                   when other
                       move 0 to ws-limit-before
                       move "OK  " to ws-credit-before
                       move ws-prev-ident to arc-ident
                       move "N" to arc-finchg-exempt
                       move 0 to arc-credit-limit
                       move spaces to arc-tax-cert
                       perform 2200-set-hold
                       write ar-customer-record
                       perform 2300-report-hold
               end-evaluate
           end-if.

       2200-set-hold.
           set arc-on-hold to true
           set arc-auto-hold to true
           move ws-today to arc-hold-date
           move ws-today to arc-last-maint
           move "ARHOLD  " to arc-maint-by.

       2300-report-hold.
           add 1 to ws-holds-placed
           move ws-prev-ident to ident
           read customer-master
               key is ident
           end-read
           if not master-ok
               move spaces to custname
           end-if
           move ws-oldest-days to ws-days-edit
           move ws-over-total to ws-amount-edit
           move spaces to report-line
           string "HOLD      ident " ws-prev-ident " " custname (1:15)
               " oldest " ws-days-edit " days over "
               ws-amount-edit delimited by size into report-line
           write report-line
           initialize audit-record
           move "AUDIT" to aud-tag
           move ws-today to aud-date
           move "CREDIT" to aud-action
           move ws-prev-ident to aud-ident
           move ws-limit-before to aud-limit-before
           move arc-credit-limit to aud-limit-after
           move ws-credit-before to aud-credit-before
           move arc-credit-status to aud-credit-after
           move "ARHOLD  " to aud-operator
           write audit-line from audit-record.

       9000-wrapup.
           move spaces to report-line
           string "CUSTOMERS " ws-customers-read
               " HOLDS PLACED " ws-holds-placed
               " ALREADY ON HOLD " ws-already-held
               delimited by size into report-line
           write report-line
           close ar-open-items
           close customer-master
           close ar-customers
           close audit-log
           close hold-report.
