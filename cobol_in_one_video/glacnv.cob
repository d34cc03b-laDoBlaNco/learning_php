      *One-time conversion for the chart of accounts growing the cash
      *flow classification GLCASH groups the balance sheet by. The
      *chart is indexed, so the existing records don't read under
      *the grown layout - this reads gl-accounts.dat as it stood and
      *writes every account back out under the shared chart
      *copybook, the class starting as a space (which the statement
      *reads as operating) until GLACMNT changes key the real ones.
      *The new file lands beside the old one (gl-accounts-new.dat)
      *and operations swaps the names in once the counts on the
      *report check out - the old file is never touched, so the
      *conversion can be rerun if anything looks wrong. The same
      *shape as GLCNV before it.
       identification division.
       program-id. glacnv.
       author. ladoblanco prod.
       date-written. September 29th 2025.
       environment division.
       input-output section.
       file-control.
           select old-gl-accounts assign to "gl-accounts.dat"
               organization is indexed
               access mode is sequential
               record key is old-ga-account
               file status is ws-old-status.
           select new-gl-accounts assign to "gl-accounts-new.dat"
               organization is indexed
               access mode is sequential
               record key is ga-account
               file status is ws-new-status.
           select convert-report assign to "glacnv.rpt"
               organization is line sequential
               file status is ws-report-status.
       data division.
       file section.
      *The chart as GLACMNT kept it before the class existed.
       fd old-gl-accounts.
       01 old-gl-account-record.
           02 old-ga-account pic 9(4).
           02 old-ga-description pic x(30).
           02 old-ga-type pic x.
           02 old-ga-active pic x.
       fd new-gl-accounts.
       copy glacct.
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
           string "CHART OF ACCOUNTS CONVERSION" delimited by size
               into report-line
           write report-line
           perform 1000-convert-chart
           perform 3000-wrapup
           stop run.

       1000-convert-chart.
           open input old-gl-accounts
           if not old-ok
               move spaces to report-line
               string "CHART NOT CONVERTED - open status "
                   ws-old-status delimited by size into report-line
               write report-line
           else
               open output new-gl-accounts
               if not new-ok
                   display "glacnv: new chart open failed, status "
                       ws-new-status
                   close old-gl-accounts
               else
                   perform 1100-read-old-account
                   perform 1200-convert-one-account
                       until old-eof
                   close old-gl-accounts
                   close new-gl-accounts
                   move spaces to report-line
                   string "ACCOUNTS CONVERTED " ws-converted
                       delimited by size into report-line
                   write report-line
               end-if
           end-if.

       1100-read-old-account.
           read old-gl-accounts next record
               at end set old-eof to true
           end-read.

       1200-convert-one-account.
           move old-ga-account to ga-account
           move old-ga-description to ga-description
           move old-ga-type to ga-type
           move old-ga-active to ga-active
           move space to ga-cash-class
           write gl-account-record
           add 1 to ws-converted
           perform 1100-read-old-account.

       3000-wrapup.
           move spaces to report-line
           string "SWAP THE -NEW FILE IN ONCE THE COUNT CHECKS"
               delimited by size into report-line
           write report-line
           close convert-report.
