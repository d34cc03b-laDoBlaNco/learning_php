      *card shape the customer audit inquiry uses - with the
      *quantity, the balance each movement left, and the unit cost
      *in force at the time.
      *
      *Modification history
      *November 10th 2025  - ladoblanco prod - each movement shows
      *  the stock location it hit, and the new transfer movement
      *  prints as TRANSFR with its from and to locations. Lines
      *  retained before locations existed show the main
      *  warehouse, where all stock was kept then.
      *November 24th 2025  - ladoblanco prod - an approved write-down
      *  prints as WRITEDN with the on-hand it revalued and the
      *  unit cost it was written down to.
       identification division.
       program-id. invhist.
       author. ladoblanco prod.
           02 ih-qty pic 9(5).
           02 ih-balance pic 9(7).
           02 ih-cost pic 9(5)v99.
           02 filler pic x(13).
           02 ih-location pic x(4).
           02 ih-to-location pic x(4).
       fd inquiry-request.
       01 request-record.
           02 rq-item-id pic 9(6).
           02 ws-lines-read pic 9(7) value 0.
           02 ws-lines-listed pic 9(7) value 0.
       01 ws-cost-edit pic zz,zz9.99.
       01 ws-location-shown pic x(4) value spaces.
       procedure division.
       0000-main.
           perform 1000-initialize
       2100-list-movement.
           add 1 to ws-lines-listed
           move ih-cost to ws-cost-edit
           move ih-location to ws-location-shown
           if ws-location-shown = spaces
               move "MAIN" to ws-location-shown
           end-if
           move spaces to report-line
           evaluate ih-type
               when "R"
                   string ih-date " RECEIPT item " ih-item-id
                       " qty " ih-qty " at " ws-location-shown
                       " balance " ih-balance
                       " cost " ws-cost-edit delimited by size
                       into report-line
               when "T"
                   string ih-date " TRANSFR item " ih-item-id
                       " qty " ih-qty " " ws-location-shown
                       " to " ih-to-location
                       " balance " ih-balance delimited by size
                       into report-line
               when "W"
                   string ih-date " WRITEDN item " ih-item-id
                       " qty " ih-qty
                       " balance " ih-balance
                       " cost " ws-cost-edit delimited by size
                       into report-line
               when other
                   string ih-date " ISSUE   item " ih-item-id
                       " qty " ih-qty " at " ws-location-shown
                       " balance " ih-balance
                       " cost " ws-cost-edit delimited by size
                       into report-line
           end-evaluate
           write report-line.

       3000-wrapup.
