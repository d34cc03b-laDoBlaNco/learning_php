      *  here; the official per-precinct rosters come off the full
      *  master through VOTEROST, and VOTEMNT moves or cancels
      *  voters between elections.
      *March 9th 2026      - ladoblanco prod - an inactive voter
      *  (moved out of county, see VOTELMT) is still registered and
      *  still blocks a duplicate application; a new registration
      *  starts with no status reason or date.
      *April 20th 2026     - ladoblanco prod - the election-date card
      *  is read with the absentee return deadline behind the
      *  election date, the layout ABSMNT and ABSOUT share.
       identification division.
       program-id. voteapp.
       author. ladoblanco prod.
       fd election-control.
       01 election-control-record.
           02 ec-election-date pic 9(8).
           02 ec-return-deadline pic 9(8).
       fd zip-precinct.
       01 zip-precinct-record.
           02 zp-zip pic x(5).
           end-read.

       1420-store-registered-entry.
           if vm-status not = "C"
               if ws-registered-count < 1000
                   add 1 to ws-registered-count
                   set registered-idx to ws-registered-count
           move ws-assigned-precinct to vm-precinct
           move "A" to vm-status
           move ws-election-date to vm-reg-date
           move space to vm-status-reason
           move 0 to vm-status-date
           write voter-record
               invalid key continue
           end-write
