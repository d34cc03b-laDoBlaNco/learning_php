      *The monthly sales-tax return. Off the sales-tax history
      *ARPOST keeps as it invoices, every invoice dated in the month
      *on the control card, totalled by the state the sale was
      *taxed in: the number of invoices, the taxable sales, the
      *exempt sales (customers with an exemption certificate on
      *file, and sales into states we charge no tax in) and the tax
      *collected - what goes on each state's return and what is
      *paid out of sales tax payable. Then the same totals for the
      *month. No control card, no report - the same rule as PAYQTR
      *and ARWOQ, a return should be filed for a month named on
      *purpose.
       identification division.
       program-id. artaxr.
       author. ladoblanco prod.
       date-written. January 5th 2026.
       environment division.
       input-output section.
       file-control.
           select tax-history assign to "sales-tax-history.dat"
               organization is line sequential
               file status is ws-history-status.
           select return-control assign to "artaxr-control.dat"
               organization is line sequential
               file status is ws-control-status.
           select return-report assign to "artaxr.rpt"
               organization is line sequential
               file status is ws-report-status.
           select sort-work assign to "artaxr.wrk".
       data division.
       file section.
       fd tax-history.
       copy artaxh.
       fd return-control.
       01 return-control-record.
           02 rtc-year pic 9(4).
           02 rtc-month pic 99.
       fd return-report.
       01 report-line pic x(80).
       sd sort-work.
       01 sort-record.
           02 sw-state pic xx.
           02 sw-taxable pic 9(7)v99.
           02 sw-exempt pic 9(7)v99.
           02 sw-tax pic 9(7)v99.
       working-storage section.
       01 ws-history-status pic xx value spaces.
           88 history-ok value "00".
           88 history-eof value "10".
       01 ws-control-status pic xx value spaces.
       01 ws-report-status pic xx value spaces.
       01 ws-card-flag pic x value "N".
           88 ws-card-found value "Y".
       01 ws-req-period.
           02 ws-req-year pic 9(4) value 0.
           02 ws-req-month pic 99 value 0.
       01 ws-sort-flag pic x value "N".
           88 ws-sort-eof value "Y".
       01 ws-first-flag pic x value "Y".
           88 is-first-state value "Y".
       01 ws-prev-state pic xx value spaces.
       01 ws-state-totals.
           02 ws-state-invoices pic 9(5) value 0.
           02 ws-state-taxable pic 9(9)v99 value 0.
           02 ws-state-exempt pic 9(9)v99 value 0.
           02 ws-state-tax pic 9(9)v99 value 0.
       01 ws-month-totals.
           02 ws-month-invoices pic 9(5) value 0.
           02 ws-month-taxable pic 9(9)v99 value 0.
           02 ws-month-exempt pic 9(9)v99 value 0.
           02 ws-month-tax pic 9(9)v99 value 0.
           02 ws-month-states pic 9(3) value 0.
       01 ws-count-edit pic zzzz9.
       01 ws-taxable-edit pic zzz,zzz,zz9.99.
       01 ws-exempt-edit pic zzz,zzz,zz9.99.
       01 ws-tax-edit pic zzz,zzz,zz9.99.
       procedure division.
       0000-main.
           perform 1000-initialize
           if ws-card-found
               sort sort-work
                   on ascending key sw-state
                   input procedure is 2000-release-history
                   output procedure is 3000-print-states
               perform 4000-print-month-totals
           end-if
           perform 9000-wrapup
           stop run.

       1000-initialize.
           open output return-report
           perform 1100-read-return-card
           if ws-card-found
               move spaces to report-line
               string "SALES-TAX RETURN - YEAR " ws-req-year
                   " MONTH " ws-req-month
                   delimited by size into report-line
               write report-line
           else
               move spaces to report-line
               string "NO MONTH CARD - NOTHING REPORTED"
                   delimited by size into report-line
               write report-line
           end-if.

       1100-read-return-card.
           open input return-control
           if ws-control-status = "00"
               read return-control
                   at end continue
                   not at end
                       if rtc-year is numeric and rtc-month is numeric
                               and rtc-month >= 1 and rtc-month <= 12
                           set ws-card-found to true
                           move rtc-year to ws-req-year
                           move rtc-month to ws-req-month
                       end-if
               end-read
               close return-control
           end-if.

      *No history on disk means nothing has been invoiced since tax
      *began - an empty return, not an error.
       2000-release-history.
           open input tax-history
           if history-ok
               perform 2100-read-history
               perform 2200-release-one-line
                   until history-eof
               close tax-history
           end-if.

       2100-read-history.
           read tax-history
               at end set history-eof to true
           end-read.

       2200-release-one-line.
           if tx-date (1:6) = ws-req-period
               move tx-state to sw-state
               move tx-taxable to sw-taxable
               move tx-exempt to sw-exempt
               move tx-tax to sw-tax
               release sort-record
           end-if
           perform 2100-read-history.

       3000-print-states.
           move spaces to report-line
           write report-line
           move spaces to report-line
           string "STATE INVOICES  TAXABLE SALES   EXEMPT SALES "
               " TAX COLLECTED" delimited by size into report-line
           write report-line
           perform 3100-return-sorted
           perform 3200-add-one-sale
               until ws-sort-eof
           if not is-first-state
               perform 3300-close-state
           end-if.

       3100-return-sorted.
           return sort-work
               at end set ws-sort-eof to true
           end-return.

       3200-add-one-sale.
           if not is-first-state and sw-state not = ws-prev-state
               perform 3300-close-state
           end-if
           if is-first-state or sw-state not = ws-prev-state
               move "N" to ws-first-flag
               move sw-state to ws-prev-state
               initialize ws-state-totals
               add 1 to ws-month-states
           end-if
           add 1 to ws-state-invoices
           add sw-taxable to ws-state-taxable
           add sw-exempt to ws-state-exempt
           add sw-tax to ws-state-tax
           perform 3100-return-sorted.

       3300-close-state.
           move ws-state-invoices to ws-count-edit
           move ws-state-taxable to ws-taxable-edit
           move ws-state-exempt to ws-exempt-edit
           move ws-state-tax to ws-tax-edit
           move spaces to report-line
           string "  " ws-prev-state "     " ws-count-edit " "
               ws-taxable-edit " " ws-exempt-edit " " ws-tax-edit
               delimited by size into report-line
           write report-line
           add ws-state-invoices to ws-month-invoices
           add ws-state-taxable to ws-month-taxable
           add ws-state-exempt to ws-month-exempt
           add ws-state-tax to ws-month-tax.

       4000-print-month-totals.
           move ws-month-invoices to ws-count-edit
           move ws-month-taxable to ws-taxable-edit
           move ws-month-exempt to ws-exempt-edit
           move ws-month-tax to ws-tax-edit
           move spaces to report-line
           write report-line
           move spaces to report-line
           string "MONTH    " ws-count-edit " " ws-taxable-edit " "
               ws-exempt-edit " " ws-tax-edit
               delimited by size into report-line
           write report-line
           move spaces to report-line
           string "STATES " ws-month-states
               delimited by size into report-line
           write report-line.

       9000-wrapup.
           close return-report.
