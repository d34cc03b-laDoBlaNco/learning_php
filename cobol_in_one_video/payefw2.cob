      *PAYW2 prints the year-end summary, and then somebody typed
      *every W-2 into the SSA's portal by hand. This is the companion
      *submission run: for the year on the control card it reads the
      *closed year off PAYROLL-HISTORY (the figures PAYW2 rolled
      *there at the close), takes each employee's SSN off the
      *employee master, and writes the annual wage-and-tax file in
      *the SSA's fixed 512-byte record format - the submitter (RA)
      *and employer (RE) records, one employee wage (RW) record per
      *employee, the employer totals (RT) record and the final (RF)
      *record. An employee with no SSN on file can't be filed and is
      *listed instead. Then the file is read back and balanced: the
      *RW records must add to the RT record, and the RT record plus
      *anyone left out must add to the grand totals PAYW2 recorded
      *for the printed summary. A file that doesn't prove says OUT
      *OF BALANCE and posts a nonzero RETURN-CODE - it doesn't go.
      *This shop withholds FICA as one combined 7.65 percent up to
      *the wage base, so the social security and medicare boxes are
      *split out of it here: social security wages are gross up to
      *the wage base, medicare wages are all of gross, and the
      *withheld FICA divides between them 6.2 to 1.45.
       identification division.
       program-id. payefw2.
       author. ladoblanco prod.
       date-written. August 18th 2025.
       environment division.
       input-output section.
       file-control.
           select efw2-control assign to "payefw2-control.dat"
               organization is line sequential
               file status is ws-control-status.
           select payroll-history assign to "payroll-history.dat"
               organization is indexed
               access mode is sequential
               record key is ph-key
               file status is ws-history-status.
           select employee-master assign to "employee-master.dat"
               organization is indexed
               access mode is dynamic
               record key is em-emp-id
               file status is ws-employee-status.
           select fica-wage-base assign to "fica-wage-base.dat"
               organization is line sequential
               file status is ws-wage-base-status.
           select w2-totals assign to "payw2-totals.dat"
               organization is line sequential
               file status is ws-totals-status.
           select w2-efile assign to "w2-efile.dat"
               organization is line sequential
               file status is ws-efile-status.
           select balance-report assign to "payefw2.rpt"
               organization is line sequential
               file status is ws-report-status.
       data division.
       file section.
      *The filing year and who is filing - the employer's EIN,
      *the SSA user id the submitter signs on with, and the name
      *and address the RA and RE records carry.
       fd efw2-control.
       01 efw2-control-record.
           02 ec-tax-year pic 9(4).
           02 ec-ein pic 9(9).
           02 ec-user-id pic x(8).
           02 ec-employer-name pic x(40).
           02 ec-street pic x(22).
           02 ec-city pic x(22).
           02 ec-state pic xx.
           02 ec-zip pic x(5).
           02 ec-contact-name pic x(27).
           02 ec-contact-phone pic x(15).
       fd payroll-history.
       copy payhist.
       fd employee-master.
       copy employee.
       fd fica-wage-base.
       01 wage-base-record.
           02 wb-amount pic 9(8)v99.
       fd w2-totals.
       01 w2-totals-record.
           02 wt-year pic 9(4).
           02 wt-count pic 9(5).
           02 wt-gross pic 9(10)v99.
           02 wt-fed-tax pic 9(10)v99.
           02 wt-fica pic 9(10)v99.
           02 wt-state-tax pic 9(10)v99.
           02 wt-net pic 9(10)v99.
       fd w2-efile.
       01 efile-record pic x(512).
       fd balance-report.
       01 report-line pic x(80).
       working-storage section.
       01 ws-control-status pic xx value spaces.
       01 ws-history-status pic xx value spaces.
           88 history-ok value "00".
           88 history-eof value "10".
       01 ws-employee-status pic xx value spaces.
           88 employee-ok value "00".
       01 ws-wage-base-status pic xx value spaces.
       01 ws-totals-status pic xx value spaces.
           88 totals-ok value "00".
           88 totals-eof value "10".
       01 ws-efile-status pic xx value spaces.
           88 efile-ok value "00".
           88 efile-eof value "10".
       01 ws-report-status pic xx value spaces.
       01 ws-card-flag pic x value "N".
           88 ws-card-found value "Y".
       01 ws-summary-flag pic x value "N".
           88 ws-summary-found value "Y".
       01 ws-balanced-flag pic x value "Y".
           88 ws-file-balanced value "Y".
           88 ws-file-unbalanced value "N".
      *No wage base on file means no cap - the same default PAYREG
      *withholds under.
       01 ws-fica-wage-base pic 9(8)v99 value 99999999.99.
       01 ss-rate constant as 0.062.
       01 fica-rate constant as 0.0765.
      *Per-employee box figures.
       01 ws-ss-wages pic 9(9)v99 value 0.
       01 ws-ss-tax pic 9(9)v99 value 0.
       01 ws-med-tax pic 9(9)v99 value 0.
      *What went into the file, what was left out, what the file
      *says when it is read back, and what PAYW2 printed.
       01 file-totals.
           02 ft-count pic 9(7) value 0.
           02 ft-wages pic 9(13)v99 value 0.
           02 ft-fed-tax pic 9(13)v99 value 0.
           02 ft-ss-wages pic 9(13)v99 value 0.
           02 ft-ss-tax pic 9(13)v99 value 0.
           02 ft-med-wages pic 9(13)v99 value 0.
           02 ft-med-tax pic 9(13)v99 value 0.
       01 excluded-totals.
           02 xt-count pic 9(7) value 0.
           02 xt-wages pic 9(13)v99 value 0.
           02 xt-fed-tax pic 9(13)v99 value 0.
           02 xt-fica pic 9(13)v99 value 0.
       01 readback-totals.
           02 rb-rw-count pic 9(7) value 0.
           02 rb-wages pic 9(13)v99 value 0.
           02 rb-fed-tax pic 9(13)v99 value 0.
           02 rb-fica pic 9(13)v99 value 0.
           02 rb-rt-count pic 9(7) value 0.
           02 rb-rt-wages pic 9(13)v99 value 0.
           02 rb-rt-fed-tax pic 9(13)v99 value 0.
           02 rb-rt-fica pic 9(13)v99 value 0.
       01 summary-totals.
           02 sm-count pic 9(7) value 0.
           02 sm-gross pic 9(13)v99 value 0.
           02 sm-fed-tax pic 9(13)v99 value 0.
           02 sm-fica pic 9(13)v99 value 0.
       01 ws-compare-count pic 9(7) value 0.
       01 ws-compare-amount pic 9(13)v99 value 0.
      *Name split - the last word is the surname, everything in
      *front of it the first name.
       01 ws-full-name pic x(20) value spaces.
       01 ws-name-len pic 99 value 0.
       01 ws-name-space pic 99 value 0.
       01 ws-first-name pic x(15) value spaces.
       01 ws-last-name pic x(20) value spaces.
       01 ws-count-edit pic z,zzz,zz9.
       01 ws-amount-edit pic z,zzz,zzz,zz9.99.
       01 ws-amount-edit-2 pic z,zzz,zzz,zz9.99.
       01 ws-efile-image pic x(512) value spaces.
      *Submitter record.
       01 ra-record.
           02 ra-id pic xx value "RA".
           02 ra-ein pic 9(9).
           02 ra-user-id pic x(8).
           02 filler pic x(4) value spaces.
           02 filler pic x(5) value spaces.
           02 ra-resub pic x value "0".
           02 filler pic x(6) value spaces.
           02 ra-software pic xx value "98".
           02 ra-company-name pic x(57).
           02 ra-location pic x(22) value spaces.
           02 ra-delivery pic x(22).
           02 ra-city pic x(22).
           02 ra-state pic xx.
           02 ra-zip pic x(5).
           02 filler pic x(4) value spaces.
           02 filler pic x(5) value spaces.
           02 filler pic x(23) value spaces.
           02 filler pic x(15) value spaces.
           02 filler pic x(2) value spaces.
           02 ra-submitter-name pic x(57).
           02 filler pic x(22) value spaces.
           02 ra-sub-delivery pic x(22).
           02 ra-sub-city pic x(22).
           02 ra-sub-state pic xx.
           02 ra-sub-zip pic x(5).
           02 filler pic x(4) value spaces.
           02 filler pic x(5) value spaces.
           02 filler pic x(23) value spaces.
           02 filler pic x(15) value spaces.
           02 filler pic x(2) value spaces.
           02 ra-contact-name pic x(27).
           02 ra-contact-phone pic x(15).
           02 filler pic x(5) value spaces.
           02 filler pic x(3) value spaces.
           02 filler pic x(40) value spaces.
           02 filler pic x(3) value spaces.
           02 filler pic x(10) value spaces.
           02 filler pic x value space.
           02 ra-preparer pic x value "L".
           02 filler pic x(12) value spaces.
      *Employer record.
       01 re-record.
           02 re-id pic xx value "RE".
           02 re-tax-year pic 9(4).
           02 filler pic x value space.
           02 re-ein pic 9(9).
           02 filler pic x(9) value spaces.
           02 re-terminating pic x value "0".
           02 filler pic x(4) value spaces.
           02 filler pic x(9) value spaces.
           02 re-employer-name pic x(57).
           02 re-location pic x(22) value spaces.
           02 re-delivery pic x(22).
           02 re-city pic x(22).
           02 re-state pic xx.
           02 re-zip pic x(5).
           02 filler pic x(4) value spaces.
           02 re-kind pic x value "N".
           02 filler pic x(4) value spaces.
           02 filler pic x(23) value spaces.
           02 filler pic x(15) value spaces.
           02 filler pic x(2) value spaces.
           02 re-employment-code pic x value "R".
           02 filler pic x value space.
           02 re-sick-pay pic x value "0".
           02 re-contact-name pic x(27).
           02 re-contact-phone pic x(15).
           02 filler pic x(5) value spaces.
           02 filler pic x(10) value spaces.
           02 filler pic x(40) value spaces.
           02 filler pic x(194) value spaces.
      *Employee wage record - the money boxes this shop never uses
      *go zero-filled, the way the format wants an unused amount.
       01 rw-record.
           02 rw-id pic xx value "RW".
           02 rw-ssn pic 9(9).
           02 rw-first-name pic x(15).
           02 rw-middle-name pic x(15) value spaces.
           02 rw-last-name pic x(20).
           02 rw-suffix pic x(4) value spaces.
           02 rw-location pic x(22) value spaces.
           02 rw-delivery pic x(22) value spaces.
           02 rw-city pic x(22) value spaces.
           02 rw-state pic xx value spaces.
           02 rw-zip pic x(5) value spaces.
           02 filler pic x(4) value spaces.
           02 filler pic x(5) value spaces.
           02 filler pic x(23) value spaces.
           02 filler pic x(15) value spaces.
           02 filler pic x(2) value spaces.
           02 rw-wages pic 9(9)v99.
           02 rw-fed-tax pic 9(9)v99.
           02 rw-ss-wages pic 9(9)v99.
           02 rw-ss-tax pic 9(9)v99.
           02 rw-med-wages pic 9(9)v99.
           02 rw-med-tax pic 9(9)v99.
           02 filler pic x(234) value all "0".
           02 rw-statutory pic x value "0".
           02 filler pic x value space.
           02 rw-retirement pic x value "0".
           02 rw-sick-pay pic x value "0".
           02 filler pic x(21) value spaces.
      *Employer totals record.
       01 rt-record.
           02 rt-id pic xx value "RT".
           02 rt-count pic 9(7).
           02 rt-wages pic 9(13)v99.
           02 rt-fed-tax pic 9(13)v99.
           02 rt-ss-wages pic 9(13)v99.
           02 rt-ss-tax pic 9(13)v99.
           02 rt-med-wages pic 9(13)v99.
           02 rt-med-tax pic 9(13)v99.
           02 filler pic x(255) value all "0".
           02 filler pic x(158) value spaces.
      *Final record.
       01 rf-record.
           02 rf-id pic xx value "RF".
           02 filler pic x(5) value spaces.
           02 rf-count pic 9(9).
           02 filler pic x(496) value spaces.
       procedure division.
       0000-main.
           perform 1000-initialize
           if ws-card-found
               perform 2000-write-header-records
               perform 2100-read-history
               perform 2200-file-one-employee
                   until history-eof
               perform 3000-write-trailer-records
               perform 4000-read-back-file
               perform 5000-balance-file
           end-if
           perform 6000-wrapup
           stop run.

      *No control card means no filing - the year and the EIN are
      *named deliberately, never assumed.
       1000-initialize.
           open output balance-report
           open input efw2-control
           if ws-control-status = "00"
               read efw2-control
                   at end continue
                   not at end
                       if ec-tax-year is numeric
                               and ec-ein is numeric
                           set ws-card-found to true
                       end-if
               end-read
               close efw2-control
           end-if
           if not ws-card-found
               move spaces to report-line
               string "NO VALID CONTROL CARD - NO W-2 FILE WRITTEN"
                   delimited by size into report-line
               write report-line
               move 8 to return-code
           else
               move spaces to report-line
               string "W-2 SUBMISSION FILE BALANCING - TAX YEAR "
                   ec-tax-year delimited by size into report-line
               write report-line
               perform 1100-read-wage-base
               perform 1200-load-summary-totals
               open input payroll-history
               if not history-ok
                   set history-eof to true
                   move spaces to report-line
                   string "PAYROLL HISTORY WON'T OPEN, STATUS "
                       ws-history-status delimited by size
                       into report-line
                   write report-line
                   move 16 to return-code
               end-if
               open input employee-master
               open output w2-efile
           end-if.

       1100-read-wage-base.
           open input fica-wage-base
           if ws-wage-base-status = "00"
               read fica-wage-base
                   at end continue
                   not at end
                       if wb-amount is numeric and wb-amount > 0
                           move wb-amount to ws-fica-wage-base
                       end-if
               end-read
               close fica-wage-base
           end-if.

      *The last close logged for the year wins - a rerun of the
      *close for the same year logs again behind the first.
       1200-load-summary-totals.
           open input w2-totals
           if totals-ok
               perform 1210-read-totals
               perform 1220-check-one-totals
                   until totals-eof
               close w2-totals
           end-if.

       1210-read-totals.
           read w2-totals
               at end set totals-eof to true
           end-read.

       1220-check-one-totals.
           if wt-year = ec-tax-year
               set ws-summary-found to true
               move wt-count to sm-count
               move wt-gross to sm-gross
               move wt-fed-tax to sm-fed-tax
               move wt-fica to sm-fica
           end-if
           perform 1210-read-totals.

       2000-write-header-records.
           move ec-ein to ra-ein
           move ec-user-id to ra-user-id
           move ec-employer-name to ra-company-name
           move ec-street to ra-delivery
           move ec-city to ra-city
           move ec-state to ra-state
           move ec-zip to ra-zip
           move ec-employer-name to ra-submitter-name
           move ec-street to ra-sub-delivery
           move ec-city to ra-sub-city
           move ec-state to ra-sub-state
           move ec-zip to ra-sub-zip
           move ec-contact-name to ra-contact-name
           move ec-contact-phone to ra-contact-phone
           write efile-record from ra-record
           move ec-tax-year to re-tax-year
           move ec-ein to re-ein
           move ec-employer-name to re-employer-name
           move ec-street to re-delivery
           move ec-city to re-city
           move ec-state to re-state
           move ec-zip to re-zip
           move ec-contact-name to re-contact-name
           move ec-contact-phone to re-contact-phone
           write efile-record from re-record.

       2100-read-history.
           read payroll-history next record
               at end set history-eof to true
           end-read.

      *Only the filing year's history records file. An employee
      *with no SSN on the master (or no master record at all) is
      *left out and listed, and their figures carried separately
      *so the balance against the printed summary still proves.
       2200-file-one-employee.
           if ph-year = ec-tax-year
               move ph-emp-id to em-emp-id
               read employee-master
                   key is em-emp-id
               end-read
               if employee-ok and em-ssnum is numeric
                       and em-ssnum not = zeroes
                   perform 2300-write-wage-record
               else
                   perform 2400-list-excluded
               end-if
           end-if
           perform 2100-read-history.

       2300-write-wage-record.
           move ph-emp-name to ws-full-name
           perform 2500-split-name
           move em-ssnum to rw-ssn
           move ws-first-name to rw-first-name
           move ws-last-name to rw-last-name
           if ph-gross > ws-fica-wage-base
               move ws-fica-wage-base to ws-ss-wages
           else
               move ph-gross to ws-ss-wages
           end-if
           compute ws-ss-tax rounded = ph-fica * ss-rate / fica-rate
               on size error move 0 to ws-ss-tax
           end-compute
           compute ws-med-tax = ph-fica - ws-ss-tax
           move ph-gross to rw-wages
           move ph-fed-tax to rw-fed-tax
           move ws-ss-wages to rw-ss-wages
           move ws-ss-tax to rw-ss-tax
           move ph-gross to rw-med-wages
           move ws-med-tax to rw-med-tax
           write efile-record from rw-record
           add 1 to ft-count
           add ph-gross to ft-wages
           add ph-fed-tax to ft-fed-tax
           add ws-ss-wages to ft-ss-wages
           add ws-ss-tax to ft-ss-tax
           add ph-gross to ft-med-wages
           add ws-med-tax to ft-med-tax.

       2400-list-excluded.
           add 1 to xt-count
           add ph-gross to xt-wages
           add ph-fed-tax to xt-fed-tax
           add ph-fica to xt-fica
           move ph-gross to ws-amount-edit
           move spaces to report-line
           string "NOT FILED   emp " ph-emp-id " " ph-emp-name
               " gross " ws-amount-edit " - no SSN on file"
               delimited by size into report-line
           write report-line.

       2500-split-name.
           inspect ws-full-name converting
               "abcdefghijklmnopqrstuvwxyz"
               to "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           move spaces to ws-first-name ws-last-name
           move 20 to ws-name-len
           perform 2510-trim-name-end
               until ws-name-len = 0
                   or ws-full-name (ws-name-len:1) not = space
           move ws-name-len to ws-name-space
           perform 2520-find-last-space
               until ws-name-space = 0
                   or ws-full-name (ws-name-space:1) = space
           evaluate true
               when ws-name-len = 0
                   continue
               when ws-name-space = 0
                   move ws-full-name to ws-last-name
               when other
                   move ws-full-name (1:ws-name-space - 1)
                       to ws-first-name
                   move ws-full-name (ws-name-space + 1:
                       ws-name-len - ws-name-space)
                       to ws-last-name
           end-evaluate.

       2510-trim-name-end.
           subtract 1 from ws-name-len.

       2520-find-last-space.
           subtract 1 from ws-name-space.

       3000-write-trailer-records.
           move ft-count to rt-count
           move ft-wages to rt-wages
           move ft-fed-tax to rt-fed-tax
           move ft-ss-wages to rt-ss-wages
           move ft-ss-tax to rt-ss-tax
           move ft-med-wages to rt-med-wages
           move ft-med-tax to rt-med-tax
           write efile-record from rt-record
           move ft-count to rf-count
           write efile-record from rf-record
           close payroll-history
           close employee-master
           close w2-efile.

      *The file is proved from what actually landed on disk, not
      *from the accumulators that wrote it.
       4000-read-back-file.
           open input w2-efile
           if efile-ok
               perform 4100-read-efile
               perform 4200-tally-one-record
                   until efile-eof
               close w2-efile
           end-if.

       4100-read-efile.
           read w2-efile into ws-efile-image
               at end set efile-eof to true
           end-read.

       4200-tally-one-record.
           evaluate ws-efile-image (1:2)
               when "RW"
                   move ws-efile-image to rw-record
                   add 1 to rb-rw-count
                   add rw-wages to rb-wages
                   add rw-fed-tax to rb-fed-tax
                   add rw-ss-tax to rb-fica
                   add rw-med-tax to rb-fica
               when "RT"
                   move ws-efile-image to rt-record
                   move rt-count to rb-rt-count
                   move rt-wages to rb-rt-wages
                   move rt-fed-tax to rb-rt-fed-tax
                   compute rb-rt-fica = rt-ss-tax + rt-med-tax
               when other
                   continue
           end-evaluate
           perform 4100-read-efile.

      *Two proofs: the RW records against the RT record, then the
      *RT record plus the employees left out against the printed
      *summary's grand totals.
       5000-balance-file.
           move spaces to report-line
           string "                      WAGE RECORDS      TOTALS "
               "RECORD     PRINTED SUMMARY" delimited by size
               into report-line
           write report-line
           move spaces to report-line
           string "FILED EMPLOYEES " rb-rw-count " / " rb-rt-count
               delimited by size into report-line
           write report-line
           if rb-rw-count not = rb-rt-count
               set ws-file-unbalanced to true
           end-if
           move rb-wages to ws-amount-edit
           move rb-rt-wages to ws-amount-edit-2
           perform 5100-print-file-pair-wages
           if rb-wages not = rb-rt-wages
               set ws-file-unbalanced to true
           end-if
           move rb-fed-tax to ws-amount-edit
           move rb-rt-fed-tax to ws-amount-edit-2
           move spaces to report-line
           string "FED TAX    " ws-amount-edit " " ws-amount-edit-2
               delimited by size into report-line
           write report-line
           if rb-fed-tax not = rb-rt-fed-tax
               set ws-file-unbalanced to true
           end-if
           move rb-fica to ws-amount-edit
           move rb-rt-fica to ws-amount-edit-2
           move spaces to report-line
           string "FICA TAX   " ws-amount-edit " " ws-amount-edit-2
               delimited by size into report-line
           write report-line
           if rb-fica not = rb-rt-fica
               set ws-file-unbalanced to true
           end-if
           move xt-count to ws-count-edit
           move xt-wages to ws-amount-edit
           move spaces to report-line
           string "NOT FILED  " ws-count-edit " EMPLOYEES, WAGES "
               ws-amount-edit delimited by size into report-line
           write report-line
           if ws-summary-found
               perform 5200-balance-to-summary
           else
               set ws-file-unbalanced to true
               move spaces to report-line
               string "NO PAYW2 TOTALS RECORD FOR " ec-tax-year
                   " - CLOSE THE YEAR BEFORE FILING"
                   delimited by size into report-line
               write report-line
           end-if
           move spaces to report-line
           if ws-file-balanced
               string "FILE IN BALANCE - W-2 FILE READY TO SUBMIT"
                   delimited by size into report-line
           else
               string "FILE OUT OF BALANCE - DO NOT SUBMIT"
                   delimited by size into report-line
               move 8 to return-code
           end-if
           write report-line.

       5100-print-file-pair-wages.
           move spaces to report-line
           string "WAGES      " ws-amount-edit " " ws-amount-edit-2
               delimited by size into report-line
           write report-line.

       5200-balance-to-summary.
           compute ws-compare-count = rb-rt-count + xt-count
           move spaces to report-line
           string "SUMMARY EMPLOYEES " ws-compare-count
               " PRINTED " sm-count delimited by size
               into report-line
           write report-line
           if ws-compare-count not = sm-count
               set ws-file-unbalanced to true
           end-if
           compute ws-compare-amount = rb-rt-wages + xt-wages
           move ws-compare-amount to ws-amount-edit
           move sm-gross to ws-amount-edit-2
           move spaces to report-line
           string "SUMMARY GROSS   " ws-amount-edit
               " PRINTED " ws-amount-edit-2 delimited by size
               into report-line
           write report-line
           if ws-compare-amount not = sm-gross
               set ws-file-unbalanced to true
           end-if
           compute ws-compare-amount = rb-rt-fed-tax + xt-fed-tax
           move ws-compare-amount to ws-amount-edit
           move sm-fed-tax to ws-amount-edit-2
           move spaces to report-line
           string "SUMMARY FED TAX " ws-amount-edit
               " PRINTED " ws-amount-edit-2 delimited by size
               into report-line
           write report-line
           if ws-compare-amount not = sm-fed-tax
               set ws-file-unbalanced to true
           end-if
           compute ws-compare-amount = rb-rt-fica + xt-fica
           move ws-compare-amount to ws-amount-edit
           move sm-fica to ws-amount-edit-2
           move spaces to report-line
           string "SUMMARY FICA    " ws-amount-edit
               " PRINTED " ws-amount-edit-2 delimited by size
               into report-line
           write report-line
           if ws-compare-amount not = sm-fica
               set ws-file-unbalanced to true
           end-if.

       6000-wrapup.
           close balance-report.
