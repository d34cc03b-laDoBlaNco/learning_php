      *card (no card lists the whole log), with a count per program
      *at the bottom - so the NJSCHED summary's ENDED-ER lines come
      *with their reasons attached before anyone starts guessing.
      *
      *Modification history
      *September 22nd 2025 - ladoblanco prod - keyed GL batches still
      *  pending approval more than two days after they were
      *  submitted list at the foot of the report, preparer and
      *  all, so a batch nobody signed off doesn't sit unposted
      *  until month end.
       identification division.
       program-id. errrpt.
       author. ladoblanco prod.
           select error-report assign to "errrpt.rpt"
               organization is line sequential
               file status is ws-report-status.
           select gl-batch-control assign to "gl-batch.dat"
               organization is line sequential
               file status is ws-batch-status.
       data division.
       file section.
       fd error-log.
           02 rq-to-date pic 9(8).
       fd error-report.
       01 report-line pic x(80).
       fd gl-batch-control.
       copy glbatch.
       working-storage section.
       01 ws-log-status pic xx value spaces.
           88 log-ok value "00".
           88 log-eof value "10".
       01 ws-request-status pic xx value spaces.
       01 ws-report-status pic xx value spaces.
       01 ws-batch-status pic xx value spaces.
           88 batch-file-ok value "00".
           88 batch-file-eof value "10".
       01 ws-today pic 9(8) value zeroes.
      *Days a keyed batch has waited - DATESERV counts them.
       01 ws-ds-function pic x value "D".
       01 ws-ds-number pic s9(7) value 0.
       01 ws-ds-status pic x value spaces.
       01 ws-batch-age pic 9(5) value 0.
       01 ws-stale-batches pic 9(5) value 0.
       copy errrec.
      *The selection - date zero on either end leaves it open, the
      *same rule every inquiry request card in the suite follows.
           perform 2000-process-log-line
               until log-eof
           perform 3000-print-summary
           perform 3500-list-stale-batches
           perform 4000-wrapup
           stop run.

       1000-initialize.
           accept ws-today from date yyyymmdd
           open output error-report
           perform 1100-read-request-card
           move spaces to report-line
               into report-line
           write report-line.

      *A keyed GL batch can't post until a second operator approves
      *it, so one left pending past two days is an exception of its
      *own. No control file means no batch was ever submitted.
       3500-list-stale-batches.
           open input gl-batch-control
           if batch-file-ok
               perform 3510-read-batch
               perform 3520-check-one-batch
                   until batch-file-eof
               close gl-batch-control
           end-if.

       3510-read-batch.
           read gl-batch-control
               at end set batch-file-eof to true
           end-read.

       3520-check-one-batch.
           if gb-pending and gb-submit-date is numeric
               call "dateserv" using ws-ds-function
                   gb-submit-date ws-today ws-ds-number ws-ds-status
               if ws-ds-number > 2
                   move ws-ds-number to ws-batch-age
                   if ws-stale-batches = 0
                       move spaces to report-line
                       write report-line
                       move spaces to report-line
                       string "KEYED GL BATCHES PENDING APPROVAL OVER "
                           "TWO DAYS" delimited by size
                           into report-line
                       write report-line
                   end-if
                   add 1 to ws-stale-batches
                   move spaces to report-line
                   string "  batch " gb-batch-id " prepared by "
                       gb-preparer " submitted " gb-submit-date
                       " days " ws-batch-age delimited by size
                       into report-line
                   write report-line
               end-if
           end-if
           perform 3510-read-batch.

       4000-wrapup.
           move spaces to report-line
           string "LOG LINES READ " ws-lines-read
