      *  creates the chart (I-O fails with status 35 on a missing
      *  file on this runtime), so the opening batch of add
      *  transactions can bootstrap the file.
      *September 29th 2025 - ladoblanco prod - accounts carry a cash
      *  flow classification for GLCASH, keyed behind the type on an
      *  add or change; a change with the class left blank keeps the
      *  one on file, and the inquiry shows it.
       identification division.
       program-id. glacmnt.
       author. ladoblanco prod.
           02 at-description pic x(30).
           02 at-type pic x.
               88 at-type-valid value "A" "L" "I" "E".
      *C cash, O operating, V investing, F financing - balance-sheet
      *accounts only.
           02 at-cash-class pic x.
               88 at-class-valid value "C" "O" "V" "F".
       fd account-report.
       01 report-line pic x(80).
       working-storage section.
               move at-description to ga-description
               move at-type to ga-type
               move "Y" to ga-active
               if at-class-valid
                       and (at-type = "A" or at-type = "L")
                   move at-cash-class to ga-cash-class
               else
                   move space to ga-cash-class
               end-if
               write gl-account-record
               if master-ok
                   add 1 to ws-adds
               if at-type-valid
                   move at-type to ga-type
               end-if
               if at-class-valid
                   move at-cash-class to ga-cash-class
               end-if
               if ga-type = "I" or ga-type = "E"
                   move space to ga-cash-class
               end-if
               rewrite gl-account-record
               add 1 to ws-changes
               move spaces to report-line
               move spaces to report-line
               string "INQUIRY   account " at-account " "
                   ga-description " type " ga-type
                   " active " ga-active " class " ga-cash-class
                   delimited by size
                   into report-line
               write report-line
           else
