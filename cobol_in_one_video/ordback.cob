      *Backorder report. Every open order line still short of
      *stock, oldest order first, with the customer, the item, what
      *was ordered, what is picked and waiting to ship, what is
      *still owed and how many days the customer has been waiting.
      *At the foot, the lines and units on backorder and their value
      *at the order prices - what the buyers have to get in.
       identification division.
       program-id. ordback.
       author. ladoblanco prod.
       date-written. November 17th 2025.
       environment division.
       input-output section.
       file-control.
           select sales-orders assign to "sales-orders.dat"
               organization is indexed
               access mode is sequential
               record key is ol-key
               file status is ws-order-status.
           select customer-master assign to "customer.dat"
               organization is indexed
               access mode is dynamic
               record key is ident
               alternate record key is custname with duplicates
               file status is ws-customer-status.
           select backorder-report assign to "ordback.rpt"
               organization is line sequential
               file status is ws-report-status.
       data division.
       file section.
       fd sales-orders.
       copy ordline.
       fd customer-master.
       copy customer.
       fd backorder-report.
       01 report-line pic x(80).
       working-storage section.
       01 ws-order-status pic xx value spaces.
           88 order-ok value "00".
           88 order-eof value "10".
       01 ws-customer-status pic xx value spaces.
           88 customer-ok value "00".
       01 ws-today pic 9(8) value zeroes.
       01 ws-report-status pic xx value spaces.
       01 ws-ds-function pic x value "D".
       01 ws-ds-number pic s9(7) value 0.
       01 ws-ds-status pic x value spaces.
       01 ws-days-waiting pic zzzz9.
       01 ws-customer-name pic x(20) value spaces.
       01 ws-back-value pic 9(7)v99 value 0.
       01 ws-total-lines pic 9(5) value 0.
       01 ws-total-units pic 9(7) value 0.
       01 ws-total-value pic 9(9)v99 value 0.
       01 ws-value-edit pic zzz,zzz,zz9.99.
       procedure division.
       0000-main.
           perform 1000-initialize
           if order-ok
               perform 2000-report-one-line
                   until order-eof
               close sales-orders
           end-if
           perform 9000-wrapup
           stop run.

       1000-initialize.
           accept ws-today from date yyyymmdd
           open output backorder-report
           move spaces to report-line
           string "BACKORDER REPORT - " ws-today
               delimited by size into report-line
           write report-line
           move spaces to report-line
           write report-line
           move spaces to report-line
           string "ORDER  LN  CUSTOMER             ITEM   ORDERED "
               "PICKED  SHORT   DATE    DAYS" delimited by size
               into report-line
           write report-line
           open input customer-master
           open input sales-orders
           if order-ok
               perform 1100-read-order-line
           else
               move spaces to report-line
               string "NO SALES ORDERS ON FILE" delimited by size
                   into report-line
               write report-line
           end-if.

       1100-read-order-line.
           read sales-orders next record
               at end set order-eof to true
           end-read.

       2000-report-one-line.
           if ol-open and ol-backordered-qty > 0
               move ol-ident to ident
               read customer-master
                   key is ident
               end-read
               if customer-ok
                   move custname to ws-customer-name
               else
                   move "NOT ON FILE" to ws-customer-name
               end-if
               call "dateserv" using ws-ds-function ol-order-date
                   ws-today ws-ds-number ws-ds-status
               if ws-ds-status = "Y"
                   move ws-ds-number to ws-days-waiting
               else
                   move 0 to ws-days-waiting
               end-if
               compute ws-back-value =
                   ol-backordered-qty * ol-unit-price
               add 1 to ws-total-lines
               add ol-backordered-qty to ws-total-units
               add ws-back-value to ws-total-value
               move spaces to report-line
               string ol-order-no " " ol-line-no " "
                   ws-customer-name " " ol-item-id " "
                   ol-ordered-qty "   " ol-allocated-qty "  "
                   ol-backordered-qty " " ol-order-date " "
                   ws-days-waiting delimited by size into report-line
               write report-line
           end-if
           perform 1100-read-order-line.

       9000-wrapup.
           move spaces to report-line
           write report-line
           move ws-total-value to ws-value-edit
           move spaces to report-line
           string "LINES ON BACKORDER " ws-total-lines " UNITS "
               ws-total-units " VALUE " ws-value-edit
               delimited by size into report-line
           write report-line
           close customer-master
           close backorder-report.
