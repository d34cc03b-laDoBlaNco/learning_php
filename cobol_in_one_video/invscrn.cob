      *the item history; or browse a category and see its first
      *items. Strictly read-only - the floor can look without
      *anyone touching the book quantity.
      *
      *Modification history
      *September 22nd 2025 - ladoblanco prod - the operator file grew
      *  the approve privilege for keyed GL batches; it is carried
      *  through the table so the write-back doesn't drop it.
      *November 10th 2025  - ladoblanco prod - an item shows its
      *  on-hand broken down by stock location under the movements
      *  (up to ten locations, off the item-location stock file),
      *  the movement lines name the location and show transfers,
      *  and the item history layout carries the fields INVPOST
      *  has added to it, so the longer lines read whole.
      *November 24th 2025  - ladoblanco prod - an approved write-down
      *  shows among the movements as WRITEDN.
      *December 15th 2025  - ladoblanco prod - the operator file grew
      *  the credit authority flag; it is carried through the table
      *  the same way.
      *January 19th 2026   - ladoblanco prod - the operator file grew
      *  the view-SSN privilege; it is carried through the table the
      *  same way.
       identification division.
       program-id. invscrn.
       author. ladoblanco prod.
           select item-history assign to "inventory-history.dat"
               organization is line sequential
               file status is ws-history-status.
           select location-stock assign to "inventory-locations.dat"
               organization is indexed
               access mode is dynamic
               record key is il-key
               file status is ws-location-status.
           select operator-security assign to "operators.dat"
               organization is line sequential
               file status is ws-operator-status.
           02 ih-qty pic 9(5).
           02 ih-balance pic 9(7).
           02 ih-cost pic 9(5)v99.
           02 ih-po-number pic 9(6).
           02 ih-receipt-price pic 9(5)v99.
           02 ih-location pic x(4).
           02 ih-to-location pic x(4).
       fd location-stock.
       copy invloc.
       fd operator-security.
       copy opersec.
       fd security-audit.
       01 ws-history-status pic xx value spaces.
           88 history-ok value "00".
           88 history-eof value "10".
       01 ws-location-status pic xx value spaces.
           88 location-ok value "00".
       01 ws-location-file-flag pic x value "N".
           88 ws-location-file-open value "Y".
       01 ws-operator-status pic xx value spaces.
           88 operator-file-ok value "00".
           88 operator-file-eof value "10".
       01 ws-scr-result-2 pic x(70) value spaces.
       01 ws-scr-result-3 pic x(70) value spaces.
       01 ws-scr-result-4 pic x(70) value spaces.
       01 ws-scr-result-5 pic x(70) value spaces.
       01 ws-scr-result-6 pic x(70) value spaces.
      *Operator-security table and sign-on state - the same table
      *and rules CUSTSCRN loads and enforces.
       01 operator-table.
               03 opt-pwd-date pic 9(8).
               03 opt-status pic x.
               03 opt-fail-count pic 9.
               03 opt-allow-approve pic x.
               03 opt-allow-credit pic x.
               03 opt-allow-view-ssn pic x.
       01 ws-operator-count pic 99 value 0.
       01 ws-oper-scanning-idx pic 99 value 0.
       01 ws-oper-save-idx pic 99 value 0.
       01 ws-move-count pic 9 value 0.
       01 ws-move-build pic x(70) value spaces.
       01 ws-cost-edit pic zz,zz9.99.
       01 ws-location-shown pic x(4) value spaces.
      *Location breakdown - five locations to a result line, code
      *and quantity, two lines' worth.
       01 ws-location-lines.
           02 ws-location-line occurs 2 times.
               03 ws-location-slot occurs 5 times.
                   04 ws-slot-location pic x(4).
                   04 ws-slot-qty pic z(6)9.
                   04 filler pic x(3).
       01 ws-location-shown-count pic 99 value 0.
       01 ws-location-line-idx pic 9 value 0.
       01 ws-location-slot-idx pic 9 value 0.
       01 ws-location-done-flag pic x value "N".
           88 ws-location-done value "Y".
      *Category browse - the first three items of the keyed
      *category off a sequential pass of the master.
       01 ws-browse-count pic 9 value 0.
           02 line 11 column 5 pic x(70) from ws-scr-result-2.
           02 line 12 column 5 pic x(70) from ws-scr-result-3.
           02 line 13 column 5 pic x(70) from ws-scr-result-4.
           02 line 14 column 5 pic x(70) from ws-scr-result-5.
           02 line 15 column 5 pic x(70) from ws-scr-result-6.
       procedure division.
       0000-main.
           perform 1000-initialize
                       ws-master-status
                   set ws-done to true
               end-if
           end-if
           if not ws-done
               open input location-stock
               if location-ok
                   set ws-location-file-open to true
               end-if
           end-if.

       1200-load-operators.
               else
                   move 0 to opt-fail-count (oper-idx)
               end-if
               if op-allow-approve = "Y"
                   move "Y" to opt-allow-approve (oper-idx)
               else
                   move "N" to opt-allow-approve (oper-idx)
               end-if
               if op-allow-credit = "Y"
                   move "Y" to opt-allow-credit (oper-idx)
               else
                   move "N" to opt-allow-credit (oper-idx)
               end-if
               if op-allow-view-ssn = "Y"
                   move "Y" to opt-allow-view-ssn (oper-idx)
               else
                   move "N" to opt-allow-view-ssn (oper-idx)
               end-if
           end-if
           perform 1210-read-operator.

           move opt-pwd-date (oper-idx) to op-pwd-date
           move opt-status (oper-idx) to op-status
           move opt-fail-count (oper-idx) to op-fail-count
           move opt-allow-approve (oper-idx) to op-allow-approve
           move opt-allow-credit (oper-idx) to op-allow-credit
           move opt-allow-view-ssn (oper-idx) to op-allow-view-ssn
           write operator-record.

       1360-write-lockout-audit.
           move spaces to ws-scr-result-2
           move spaces to ws-scr-result-3
           move spaces to ws-scr-result-4
           move spaces to ws-scr-result-5
           move spaces to ws-scr-result-6
           evaluate true
               when scr-item-inquiry
                   perform 2100-show-one-item
                   " CATEGORY " iv-category delimited by size
                   into ws-scr-result-2
               perform 2200-gather-recent-movements
               perform 2400-show-locations
               move "BOOK QUANTITY SHOWN - READ ONLY"
                   to ws-scr-message
           else

       2220-take-one-movement.
           if ih-item-id = ws-scr-item-id
               move ih-location to ws-location-shown
               if ws-location-shown = spaces
                   move "MAIN" to ws-location-shown
               end-if
               move spaces to ws-move-build
               evaluate ih-type
                   when "R"
                       string ih-date " RECEIPT qty " ih-qty
                           " at " ws-location-shown
                           " balance " ih-balance delimited by size
                           into ws-move-build
                   when "T"
                       string ih-date " TRANSFR qty " ih-qty " "
                           ws-location-shown " to " ih-to-location
                           " balance " ih-balance delimited by size
                           into ws-move-build
                   when "W"
                       string ih-date " WRITEDN qty " ih-qty
                           " balance " ih-balance delimited by size
                           into ws-move-build
                   when other
                       string ih-date " ISSUE   qty " ih-qty
                           " at " ws-location-shown
                           " balance " ih-balance delimited by size
                           into ws-move-build
               end-evaluate
               if ws-move-count < 2
                   add 1 to ws-move-count
               else
               perform 2310-read-next-item
           end-if.

      *Every location record on file for the item, in location
      *order off the item-plus-location key - the floor sees where
      *the total on hand actually sits.
       2400-show-locations.
           move spaces to ws-location-lines
           move 0 to ws-location-shown-count
           move 1 to ws-location-line-idx
           move 0 to ws-location-slot-idx
           move "N" to ws-location-done-flag
           if not ws-location-file-open
               set ws-location-done to true
           else
               move ws-scr-item-id to il-item-id
               move low-values to il-location
               start location-stock key >= il-key
                   invalid key set ws-location-done to true
               end-start
           end-if
           if not ws-location-done
               perform 2410-read-next-location
           end-if
           perform 2420-take-one-location
               until ws-location-done
           if ws-location-shown-count > 0
               move ws-location-line (1) to ws-scr-result-5
               move ws-location-line (2) to ws-scr-result-6
           end-if.

       2410-read-next-location.
           read location-stock next record
               at end set ws-location-done to true
           end-read.

       2420-take-one-location.
           if il-item-id not = ws-scr-item-id
                   or ws-location-shown-count >= 10
               set ws-location-done to true
           else
               add 1 to ws-location-shown-count
               add 1 to ws-location-slot-idx
               if ws-location-slot-idx > 5
                   add 1 to ws-location-line-idx
                   move 1 to ws-location-slot-idx
               end-if
               move il-location to ws-slot-location
                   (ws-location-line-idx ws-location-slot-idx)
               move il-on-hand to ws-slot-qty
                   (ws-location-line-idx ws-location-slot-idx)
               perform 2410-read-next-location
           end-if.

       3000-wrapup.
           close inventory-master
           if ws-location-file-open
               close location-stock
           end-if.
