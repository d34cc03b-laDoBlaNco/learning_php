      *One-time conversion for the receivables open-item file
      *growing the item type that tells a finance charge from an
      *invoice. The file is indexed, so the existing records don't
      *read under the grown layout - this reads ar-open-items.dat as
      *ARPOST kept it and writes every item back out under the
      *shared open-item copybook as an invoice, which is all there
      *was before finance charges. The new file lands beside the
      *old one (ar-open-items-new.dat) and operations swaps the
      *names in once the counts on the report check out - the old
      *file is never touched, so the conversion can be rerun if
      *anything looks wrong. The same shape as INVCNV before it.
      *
      *Modification history
      *April 6th 2026      - ladoblanco prod - the sales tax behind
      *  the item type starts at zero - none was ever charged on an
      *  item this converts.
       identification division.
       program-id. arcnv.
       author. ladoblanco prod.
       date-written. December 8th 2025.
       environment division.
       input-output section.
       file-control.
           select old-ar-open-items assign to "ar-open-items.dat"
               organization is indexed
               access mode is sequential
               record key is old-ar-key
               file status is ws-old-status.
           select new-ar-open-items assign to "ar-open-items-new.dat"
               organization is indexed
               access mode is sequential
               record key is ar-key
               file status is ws-new-status.
           select convert-report assign to "arcnv.rpt"
               organization is line sequential
               file status is ws-report-status.
       data division.
       file section.
      *The open-item record as it stood before the item type.
       fd old-ar-open-items.
       01 old-ar-open-item.
           02 old-ar-key.
               03 old-ar-ident pic 9(7).
               03 old-ar-invoice pic 9(6).
           02 old-ar-invoice-date pic 9(8).
           02 old-ar-original pic 9(7)v99.
           02 old-ar-balance pic s9(7)v99.
           02 old-ar-last-activity pic 9(8).
           02 old-ar-status pic x.
       fd new-ar-open-items.
       copy arrec.
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
           string "RECEIVABLES OPEN-ITEM CONVERSION" delimited by size
               into report-line
           write report-line
           perform 1000-convert-items
           perform 3000-wrapup
           stop run.

       1000-convert-items.
           open input old-ar-open-items
           if not old-ok
               move spaces to report-line
               string "ITEMS NOT CONVERTED - open status "
                   ws-old-status delimited by size into report-line
               write report-line
           else
               open output new-ar-open-items
               if not new-ok
                   display "arcnv: new open-items open failed, "
                       "status " ws-new-status
                   close old-ar-open-items
               else
                   perform 1100-read-old-item
                   perform 1200-convert-one-item
                       until old-eof
                   close old-ar-open-items
                   close new-ar-open-items
                   move spaces to report-line
                   string "ITEMS CONVERTED " ws-converted
                       delimited by size into report-line
                   write report-line
               end-if
           end-if.

       1100-read-old-item.
           read old-ar-open-items next record
               at end set old-eof to true
           end-read.

       1200-convert-one-item.
           move old-ar-ident to ar-ident
           move old-ar-invoice to ar-invoice
           move old-ar-invoice-date to ar-invoice-date
           move old-ar-original to ar-original
           move old-ar-balance to ar-balance
           move old-ar-last-activity to ar-last-activity
           move old-ar-status to ar-status
           set ar-item-invoice to true
           move 0 to ar-tax
           write ar-open-item
           add 1 to ws-converted
           perform 1100-read-old-item.

       3000-wrapup.
           move spaces to report-line
           string "SWAP THE -NEW FILE IN ONCE THE COUNT CHECKS"
               delimited by size into report-line
           write report-line
           close convert-report.
