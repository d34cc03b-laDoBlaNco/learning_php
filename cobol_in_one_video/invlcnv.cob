      *One-time seeding of the new item-location stock file from the
      *inventory master as it stands. Until now every item's on-hand
      *was one figure and the stock was all treated as sitting in
      *the main warehouse, so each item's IV-ON-HAND loads as its
      *MAIN location record and the master's total and the location
      *breakdown agree from the first day. The annex and the vans
      *fill by transfer (or by their first count) after that. Run
      *once, before the first INVPOST that names locations - a
      *location file already on disk is refused rather than
      *overwritten, so a rerun can't wipe out posted transfers.
       identification division.
       program-id. invlcnv.
       author. ladoblanco prod.
       date-written. November 10th 2025.
       environment division.
       input-output section.
       file-control.
           select inventory-master assign to "inventory-master.dat"
               organization is indexed
               access mode is sequential
               record key is iv-item-id
               file status is ws-master-status.
           select location-stock assign to "inventory-locations.dat"
               organization is indexed
               access mode is sequential
               record key is il-key
               file status is ws-location-status.
           select convert-report assign to "invlcnv.rpt"
               organization is line sequential
               file status is ws-report-status.
       data division.
       file section.
       fd inventory-master.
       copy invmstr.
       fd location-stock.
       copy invloc.
       fd convert-report.
       01 report-line pic x(80).
       working-storage section.
       01 ws-master-status pic xx value spaces.
           88 master-ok value "00".
           88 master-eof value "10".
       01 ws-location-status pic xx value spaces.
           88 location-ok value "00".
       01 ws-report-status pic xx value spaces.
       01 inv-main-location constant as "MAIN".
       01 ws-seeded pic 9(5) value 0.
       01 ws-seeded-qty pic 9(9) value 0.
       procedure division.
       0000-main.
           open output convert-report
           move spaces to report-line
           string "LOCATION STOCK SEEDING" delimited by size
               into report-line
           write report-line
           perform 1000-seed-locations
           close convert-report
           stop run.

       1000-seed-locations.
           open input location-stock
           if location-ok
               close location-stock
               move 8 to return-code
               move spaces to report-line
               string "LOCATION STOCK ALREADY ON FILE - NOT SEEDED"
                   delimited by size into report-line
               write report-line
           else
               open input inventory-master
               if not master-ok
                   move 16 to return-code
                   move spaces to report-line
                   string "NOTHING SEEDED - master open status "
                       ws-master-status delimited by size
                       into report-line
                   write report-line
               else
                   open output location-stock
                   perform 1100-read-item
                   perform 1200-seed-one-item
                       until master-eof
                   close inventory-master
                   close location-stock
                   move spaces to report-line
                   string "ITEMS SEEDED AT " inv-main-location " "
                       ws-seeded " TOTAL ON HAND " ws-seeded-qty
                       delimited by size into report-line
                   write report-line
               end-if
           end-if.

       1100-read-item.
           read inventory-master next record
               at end set master-eof to true
           end-read.

       1200-seed-one-item.
           move iv-item-id to il-item-id
           move inv-main-location to il-location
           move iv-on-hand to il-on-hand
           write location-stock-record
           add 1 to ws-seeded
           add iv-on-hand to ws-seeded-qty
           perform 1100-read-item.
