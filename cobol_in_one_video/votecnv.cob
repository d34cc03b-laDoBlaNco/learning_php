      *One-time conversion for the voter-registration master gaining
      *VM-STATUS-REASON and VM-STATUS-DATE. Reads voter-master.dat as
      *it stood before the fields existed (the 99-byte record) and
      *writes every record back out under the shared voter copybook
      *layout with a blank reason and a zero date - no history of
      *why an old cancellation happened was ever kept to carry. The
      *new file lands beside the old one (voter-master-new.dat) and
      *operations swaps the names in once the counts on the report
      *check out - the old file is never touched, so the conversion
      *can be rerun if anything looks wrong.
       identification division.
       program-id. votecnv.
       author. ladoblanco prod.
       date-written. March 9th 2026.
       environment division.
       input-output section.
       file-control.
           select old-voter-master assign to "voter-master.dat"
               organization is indexed
               access mode is sequential
               record key is old-vm-reg-number
               file status is ws-old-status.
           select new-voter-master assign to "voter-master-new.dat"
               organization is indexed
               access mode is sequential
               record key is vm-reg-number
               file status is ws-new-status.
           select convert-report assign to "votecnv.rpt"
               organization is line sequential
               file status is ws-report-status.
       data division.
       file section.
       fd old-voter-master.
       01 old-voter-record.
           02 old-vm-reg-number pic 9(7).
           02 old-vm-name pic x(20).
           02 old-vm-dob pic 9(8).
           02 old-vm-address pic x(52).
           02 old-vm-precinct pic 9(3).
           02 old-vm-status pic x.
           02 old-vm-reg-date pic 9(8).
       fd new-voter-master.
       copy voter.
       fd convert-report.
       01 report-line pic x(80).
       working-storage section.
       01 ws-old-status pic xx value spaces.
           88 old-ok value "00".
           88 old-eof value "10".
       01 ws-new-status pic xx value spaces.
           88 new-ok value "00".
       01 ws-report-status pic xx value spaces.
       01 ws-converted pic 9(7) value 0.
       procedure division.
       0000-main.
           open output convert-report
           perform 1000-convert-voters
           close convert-report
           stop run.

       1000-convert-voters.
           open input old-voter-master
           if not old-ok
               move spaces to report-line
               string "VOTER MASTER SKIPPED - open failed, status "
                   ws-old-status delimited by size into report-line
               write report-line
           else
               open output new-voter-master
               perform 1100-read-old-voter
               perform 1200-convert-one-record
                   until old-eof
               close old-voter-master
               close new-voter-master
               move spaces to report-line
               string "VOTER RECORDS CONVERTED " ws-converted
                   delimited by size into report-line
               write report-line
               move spaces to report-line
               string "CONVERSION COMPLETE - SWAP THE -NEW FILE IN"
                   delimited by size into report-line
               write report-line
           end-if.

       1100-read-old-voter.
           read old-voter-master next record
               at end set old-eof to true
           end-read.

       1200-convert-one-record.
           move old-vm-reg-number to vm-reg-number
           move old-vm-name to vm-name
           move old-vm-dob to vm-dob
           move old-vm-address to vm-address
           move old-vm-precinct to vm-precinct
           move old-vm-status to vm-status
           move old-vm-reg-date to vm-reg-date
           move space to vm-status-reason
           move 0 to vm-status-date
           write voter-record
           if new-ok
               add 1 to ws-converted
           else
               move spaces to report-line
               string "WRITE FAILED - reg " old-vm-reg-number
                   " status " ws-new-status delimited by size
                   into report-line
               write report-line
           end-if
           perform 1100-read-old-voter.
