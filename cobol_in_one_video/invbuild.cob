      *same external digit-classify table, so the reorder logic can
      *finally use the categories. Rerunnable - the master recreates
      *from the items file each time this runs.
      *
      *Modification history
      *November 3rd 2025   - ladoblanco prod - items load unranked
      *  (no ABC class, no annual usage) and never counted, for the
      *  INVABC ranking and the INVCYCL cycle-count schedule.
      *November 10th 2025  - ladoblanco prod - the location stock
      *  file rebuilds alongside the master, each item's opening
      *  on-hand loading at the main warehouse.
       identification division.
       program-id. invbuild.
       author. ladoblanco prod.
               access mode is dynamic
               record key is iv-item-id
               file status is ws-master-status.
           select location-stock assign to "inventory-locations.dat"
               organization is indexed
               access mode is dynamic
               record key is il-key
               file status is ws-location-status.
           select build-report assign to "invbuild.rpt"
               organization is line sequential
               file status is ws-report-status.
           02 item-vendor pic x(10).
       fd inventory-master.
       copy invmstr.
       fd location-stock.
       copy invloc.
       fd build-report.
       01 report-line pic x(80).
       working-storage section.
           88 inventory-eof value "10".
       01 ws-master-status pic xx value spaces.
           88 master-ok value "00".
       01 ws-location-status pic xx value spaces.
       01 ws-report-status pic xx value spaces.
      *Everything on the items file was counted in the main
      *warehouse.
       01 inv-main-location constant as "MAIN".
      *Digit-classification table, the same external reference
      *PARTCLS loads, so both programs assign identical categories.
       01 digit-classify-table.
       1500-initialize.
           open input inventory-file
           open output inventory-master
           open output location-stock
           open output build-report
           move spaces to report-line
           string "INVENTORY MASTER BUILD" delimited by size
           end-if
           move ws-category to iv-category
           move item-vendor to iv-vendor
           move space to iv-abc-class
           move 0 to iv-annual-usage
           move 0 to iv-last-count-date
           write inventory-item
           if master-ok
               add 1 to ws-built-count
               move item-id to il-item-id
               move inv-main-location to il-location
               move item-qty to il-on-hand
               write location-stock-record
               move spaces to report-line
               string "BUILT   item " item-id " " item-desc
                   " on hand " item-qty " category " ws-category
           write report-line
           close inventory-file
           close inventory-master
           close location-stock
           close build-report.
