      *  converter to pick up the state-tax column - the history is
      *  an indexed master, so the old records don't simply read
      *  with a zero there.
      *August 18th 2025    - ladoblanco prod - the summary ends
      *  with grand totals now, and the close writes them to the
      *  PAYW2-TOTALS.DAT balancing record keyed by year - the
      *  figures the new PAYEFW2 submission run must prove its
      *  electronic W-2 file against before it goes to the SSA.
       identification division.
       program-id. payw2.
       author. ladoblanco prod.
           select close-control assign to "payw2-control.dat"
               organization is line sequential
               file status is ws-close-status.
           select w2-totals assign to "payw2-totals.dat"
               organization is line sequential
               file status is ws-totals-status.
       data division.
       file section.
       fd payroll-ytd.
       fd close-control.
       01 close-control-record.
           02 cc-close-year pic 9(4).
      *One line per close - the printed summary's grand totals for
      *the year, the balancing side of the W-2 submission file.
       fd w2-totals.
       01 w2-totals-record.
           02 wt-year pic 9(4).
           02 wt-count pic 9(5).
           02 wt-gross pic 9(10)v99.
           02 wt-fed-tax pic 9(10)v99.
           02 wt-fica pic 9(10)v99.
           02 wt-state-tax pic 9(10)v99.
           02 wt-net pic 9(10)v99.
       working-storage section.
       01 ws-ytd-status pic xx value spaces.
           88 ytd-ok value "00".
       01 ws-close-year pic 9(4) value 0.
       01 ws-today pic 9(8) value zeroes.
       01 ws-history-count pic 9(5) value 0.
       01 ws-totals-status pic xx value spaces.
       01 ws-total-edit pic z,zzz,zzz,zz9.99.
       01 summary-totals.
           02 st-gross pic 9(10)v99 value 0.
           02 st-fed-tax pic 9(10)v99 value 0.
           02 st-fica pic 9(10)v99 value 0.
           02 st-state-tax pic 9(10)v99 value 0.
           02 st-net pic 9(10)v99 value 0.
       procedure division.
       0000-main.
           perform 1000-initialize
           add 1 to ws-history-count.

       2100-print-summary.
           add py-ytd-gross to st-gross
           add py-ytd-fed-tax to st-fed-tax
           add py-ytd-fica to st-fica
           add py-ytd-state-tax to st-state-tax
           add py-ytd-net to st-net
           move spaces to report-line
           move py-ytd-gross to ws-amount-edit
           string "W2  emp " py-emp-id " " py-emp-name
               " ROLLED TO HISTORY " ws-history-count
               delimited by size into report-line
           write report-line
           perform 3100-print-grand-totals
           perform 3200-write-totals-record
           close payroll-ytd
           close payroll-history
           close w2-report.

       3100-print-grand-totals.
           move spaces to report-line
           move st-gross to ws-total-edit
           string "TOTAL GROSS     " ws-total-edit
               delimited by size into report-line
           write report-line
           move spaces to report-line
           move st-fed-tax to ws-total-edit
           string "TOTAL FED TAX   " ws-total-edit
               delimited by size into report-line
           write report-line
           move spaces to report-line
           move st-fica to ws-total-edit
           string "TOTAL FICA      " ws-total-edit
               delimited by size into report-line
           write report-line
           move spaces to report-line
           move st-state-tax to ws-total-edit
           string "TOTAL STATE     " ws-total-edit
               delimited by size into report-line
           write report-line
           move spaces to report-line
           move st-net to ws-total-edit
           string "TOTAL NET PAY   " ws-total-edit
               delimited by size into report-line
           write report-line.

      *The balancing record accumulates one line per close - the
      *submission run takes the line for the year it is filing.
       3200-write-totals-record.
           open extend w2-totals
           if ws-totals-status = "35"
               open output w2-totals
           end-if
           move ws-close-year to wt-year
           move ws-employee-count to wt-count
           move st-gross to wt-gross
           move st-fed-tax to wt-fed-tax
           move st-fica to wt-fica
           move st-state-tax to wt-state-tax
           move st-net to wt-net
           write w2-totals-record
           close w2-totals.
