      *One-time conversion for the inventory master growing the ABC
      *class, the annual issue value behind it and the last-counted
      *date the cycle-count schedule runs on. The master is indexed,
      *so the existing records don't read under the grown layout -
      *this reads inventory-master.dat as INVBUILD and INVPOST kept
      *it and writes every item back out under the shared inventory
      *copybook, unranked and never counted, until the first INVABC
      *run classifies it. The new file lands beside the old one
      *(inventory-master-new.dat) and operations swaps the names in
      *once the counts on the report check out - the old file is
      *never touched, so the conversion can be rerun if anything
      *looks wrong. The same shape as VENDCNV before it.
       identification division.
       program-id. invcnv.
       author. ladoblanco prod.
       date-written. November 3rd 2025.
       environment division.
       input-output section.
       file-control.
           select old-inventory-master assign to "inventory-master.dat"
               organization is indexed
               access mode is sequential
               record key is old-iv-item-id
               file status is ws-old-status.
           select new-inventory-master
               assign to "inventory-master-new.dat"
               organization is indexed
               access mode is sequential
               record key is iv-item-id
               file status is ws-new-status.
           select convert-report assign to "invcnv.rpt"
               organization is line sequential
               file status is ws-report-status.
       data division.
       file section.
      *The inventory master as it stood before the ABC fields.
       fd old-inventory-master.
       01 old-inventory-item.
           02 old-iv-item-id pic 9(6).
           02 old-iv-item-desc pic x(20).
           02 old-iv-on-hand pic 9(7).
           02 old-iv-reorder-point pic 9(5).
           02 old-iv-unit-cost pic 9(5)v99.
           02 old-iv-category pic x(9).
           02 old-iv-vendor pic x(10).
       fd new-inventory-master.
       copy invmstr.
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
           string "INVENTORY MASTER CONVERSION" delimited by size
               into report-line
           write report-line
           perform 1000-convert-items
           perform 3000-wrapup
           stop run.

       1000-convert-items.
           open input old-inventory-master
           if not old-ok
               move spaces to report-line
               string "ITEMS NOT CONVERTED - open status "
                   ws-old-status delimited by size into report-line
               write report-line
           else
               open output new-inventory-master
               if not new-ok
                   display "invcnv: new inventory master open "
                       "failed, status " ws-new-status
                   close old-inventory-master
               else
                   perform 1100-read-old-item
                   perform 1200-convert-one-item
                       until old-eof
                   close old-inventory-master
                   close new-inventory-master
                   move spaces to report-line
                   string "ITEMS CONVERTED " ws-converted
                       delimited by size into report-line
                   write report-line
               end-if
           end-if.

       1100-read-old-item.
           read old-inventory-master next record
               at end set old-eof to true
           end-read.

       1200-convert-one-item.
           move old-iv-item-id to iv-item-id
           move old-iv-item-desc to iv-item-desc
           move old-iv-on-hand to iv-on-hand
           move old-iv-reorder-point to iv-reorder-point
           move old-iv-unit-cost to iv-unit-cost
           move old-iv-category to iv-category
           move old-iv-vendor to iv-vendor
           move space to iv-abc-class
           move 0 to iv-annual-usage
           move 0 to iv-last-count-date
           write inventory-item
           add 1 to ws-converted
           perform 1100-read-old-item.

       3000-wrapup.
           move spaces to report-line
           string "SWAP THE -NEW FILE IN ONCE THE COUNT CHECKS"
               delimited by size into report-line
           write report-line
           close convert-report.
