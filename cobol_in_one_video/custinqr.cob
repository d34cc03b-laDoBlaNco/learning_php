      *The printed customer inquiry. Each request card names a
      *customer by ident, or by a full or partial name with the
      *ident left zero, and the operator asking; CUSTINQ builds the
      *customer's whole picture - master record, household, open
      *receivables and their aging, recent audit-trail changes,
      *archive, merge and reinstate history, pending held
      *transactions - and each request prints on its own page under
      *the standard RPTWRT heading. The SSN prints whole only for an
      *operator holding the view-SSN privilege (SSNMASK). No request
      *cards, nothing printed.
       identification division.
       program-id. custinqr.
       author. ladoblanco prod.
       date-written. January 26th 2026.
       environment division.
       input-output section.
       file-control.
           select inquiry-request assign to "custinqr-request.dat"
               organization is line sequential
               file status is ws-request-status.
           select inquiry-report assign to "custinqr.rpt"
               organization is line sequential
               file status is ws-report-status.
       data division.
       file section.
       fd inquiry-request.
       01 inquiry-request-record.
           02 rq-ident pic 9(7).
           02 rq-name pic x(20).
           02 rq-operator pic x(8).
       fd inquiry-report.
       01 report-line pic x(80).
       working-storage section.
       01 ws-request-status pic xx value spaces.
           88 request-ok value "00".
           88 request-eof value "10".
       01 ws-report-status pic xx value spaces.
       01 ws-counts.
           02 ws-requests pic 9(5) value 0.
           02 ws-not-found pic 9(5) value 0.
       01 ws-line-scan pic 9(3) value 0.
       01 ws-rpt-detail-save pic x(80) value spaces.
       copy rptctl.
       copy inqctl.
       procedure division.
       0000-main.
           perform 1000-initialize
           perform 2000-process-request
               until request-eof
           perform 3000-wrapup
           stop run.

       1000-initialize.
           initialize report-control
           move "CUSTINQR" to rc-program-name
           open output inquiry-report
           open input inquiry-request
           if request-ok
               perform 1100-read-request
           else
               set request-eof to true
           end-if.

       1100-read-request.
           read inquiry-request
               at end set request-eof to true
           end-read.

      *A card with neither an ident nor a name asks for nothing and
      *is passed over.
       2000-process-request.
           if (rq-ident is numeric and rq-ident > 0)
                   or rq-name not = spaces
               add 1 to ws-requests
               initialize inquiry-control
               if rq-ident is numeric
                   move rq-ident to ci-ident
               end-if
               move rq-name to ci-name
               move "CUSTINQR" to ci-program-name
               move rq-operator to ci-oper-id
               call "custinq" using inquiry-control
               if ci-not-found
                   add 1 to ws-not-found
               end-if
      *Each customer starts a fresh page.
               move rc-lines-per-page to rc-line-count
               move 0 to ws-line-scan
               perform 2100-print-one-line
                   until ws-line-scan >= ci-line-count
           end-if
           perform 1100-read-request.

       2100-print-one-line.
           add 1 to ws-line-scan
           move ci-line (ws-line-scan) to report-line
           perform 9100-write-report-line.

       3000-wrapup.
           move spaces to report-line
           perform 9100-write-report-line
           move spaces to report-line
           if ws-requests = 0
               string "NO REQUEST CARDS - NOTHING PRINTED"
                   delimited by size into report-line
           else
               string "REQUESTS " ws-requests
                   " NOT FOUND " ws-not-found
                   delimited by size into report-line
           end-if
           perform 9100-write-report-line
           close inquiry-request
           close inquiry-report.

       9100-write-report-line.
           move report-line to ws-rpt-detail-save
           call "rptwrt" using report-control
           if rc-heading-due = "Y"
               write report-line from rc-heading-1
               write report-line from rc-heading-2
               write report-line from rc-heading-3
           end-if
           write report-line from ws-rpt-detail-save.
