      *  business day before it parks, with a ROLLED line on the
      *  report - effective dates no longer release into a night
      *  when nobody runs the batch.
      *January 12th 2026   - ladoblanco prod - returned mail. A new
      *  "M" transaction flags the customer's address undeliverable
      *  on the undeliverable-address file, the effective date
      *  carrying the date the post office returned it (blank is
      *  today), with a MAILRT line on the audit trail - the label,
      *  selection, householding, statement and dunning runs skip
      *  the address from then on. A change that carries a
      *  different address clears the flag, with a MAILOK line; a
      *  delete takes the flag with the customer.
       identification division.
       program-id. custmnt.
       author. ladoblanco prod.
           select reject-recycle assign to "custmnt-recycle.dat"
               organization is line sequential
               file status is ws-recycle-status.
           select undeliverable assign to "cust-undeliverable.dat"
               organization is indexed
               access mode is dynamic
               record key is ud-ident
               file status is ws-undeliv-status.
       data division.
       file section.
       fd customer-master.
               88 tran-inquire value "I".
               88 tran-name-search value "S".
               88 tran-ssn-change value "X".
               88 tran-returned-mail value "M".
           02 tran-ident pic 9(7).
           02 tran-custname pic x(20).
           02 tran-mob pic 99.
           02 tran-ssserial pic 9999.
      *Blank or zero means effective immediately - a short line off
      *the old transaction format reads as spaces here and applies
      *the day it is keyed, the way it always has. On a returned-
      *mail transaction it is the date the mail came back, which is
      *never later than the day it is keyed.
           02 tran-eff-date pic 9(8).
      *Who keyed it - stamped onto the audit trail. Blank reads as
      *BATCH, for feeds that come from another system rather than a
       01 pending-record pic x(113).
       fd reject-recycle.
       01 recycle-line pic x(125).
       fd undeliverable.
       copy custudl.
       working-storage section.
       01 ws-master-status pic xx value spaces.
           88 master-ok value "00".
           02 ws-held pic 9(5) value 0.
           02 ws-released pic 9(5) value 0.
           02 ws-ssn-changes pic 9(5) value 0.
           02 ws-mail-returns pic 9(5) value 0.
           02 ws-mail-cleared pic 9(5) value 0.
       01 ws-ssn-valid-flag pic x.
           88 ws-ssn-valid value "Y".
           88 ws-ssn-invalid value "N".
       01 ws-pending-overflow-flag pic x value "N".
           88 ws-pending-overflow value "Y".
       01 ws-recycle-status pic xx value spaces.
       01 ws-undeliv-status pic xx value spaces.
           88 undeliv-ok value "00".
      *The address as it stood before a change, so the undeliverable
      *flag only clears when the address really moved.
       01 ws-before-address pic x(52) value spaces.
       01 ws-recycle-reason pic x(4) value spaces.
       copy custrcy.
       01 ws-operator-stamp pic x(8) value spaces.
               display "custmnt: recycle open failed, status "
                   ws-recycle-status
           end-if
           open i-o undeliverable
           if ws-undeliv-status = "35"
               open output undeliverable
               close undeliverable
               open i-o undeliverable
           end-if
           if not undeliv-ok
               display "custmnt: undeliverable file open failed, "
                   "status " ws-undeliv-status
           end-if
           accept ws-today from date yyyymmdd
           perform 1400-load-state-codes
           perform 1150-load-existing-names
                   perform 2600-search-by-name
               when tran-ssn-change
                   perform 2700-change-ssn
               when tran-returned-mail
                   perform 2800-flag-returned-mail
               when other
                   add 1 to ws-rejects
                   move spaces to report-line
           end-if.

       2230-apply-change.
           move cust-address to ws-before-address
           move custname to ws-before-custname
           move mob to ws-before-mob
           move dob to ws-before-dob
           string "CHANGED   ident " tran-ident
               delimited by size into report-line
           perform 9000-write-report-line
           perform 2215-write-audit-change
           if cust-address not = ws-before-address
               perform 2240-clear-undeliverable
           end-if.

      *A new address is a fresh chance for the mail to arrive - the
      *flag comes off, and the trail says which return it cleared.
       2240-clear-undeliverable.
           move tran-ident to ud-ident
           read undeliverable
               key is ud-ident
           end-read
           if undeliv-ok
               delete undeliverable record
               add 1 to ws-mail-cleared
               move spaces to report-line
               string "MAIL OK   ident " tran-ident
                   " undeliverable flag cleared, returned "
                   ud-return-date delimited by size
                   into report-line
               perform 9000-write-report-line
               initialize audit-record
               move "AUDIT" to aud-tag
               move ws-today to aud-date
               move "MAILOK" to aud-action
               move tran-ident to aud-ident
               move ud-return-date to aud-return-date
               move ws-operator-stamp to aud-operator
               write audit-line from audit-record
           end-if.

       2215-write-audit-change.
           initialize audit-record
               move yob to ws-before-yob
               perform 2320-archive-customer
               perform 2330-delete-xref-entry
               move tran-ident to ud-ident
               delete undeliverable record
                   invalid key continue
               end-delete
               delete customer-master
               add 1 to ws-deletes
               move spaces to report-line
           move ws-operator-stamp to aud-operator
           write audit-line from audit-record.

      *Mail came back - the address is flagged undeliverable as of
      *the return date. A second return for an address already
      *flagged just moves the date along.
       2800-flag-returned-mail.
           move tran-ident to ident
           read customer-master
               key is ident
           end-read
           if not master-ok
               add 1 to ws-rejects
               move spaces to report-line
               string "REJECTED - returned mail, ident " tran-ident
                   " not found" delimited by size
                   into report-line
               perform 9000-write-report-line
               move "NF  " to ws-recycle-reason
               perform 2060-write-recycle
           else
               move tran-ident to ud-ident
               read undeliverable
                   key is ud-ident
               end-read
               if tran-eff-date is numeric and tran-eff-date > 0
                   move tran-eff-date to ud-return-date
               else
                   move ws-today to ud-return-date
               end-if
               move ws-today to ud-flagged-on
               move ws-operator-stamp to ud-flagged-by
               if undeliv-ok
                   rewrite undeliverable-record
               else
                   move tran-ident to ud-ident
                   write undeliverable-record
               end-if
               add 1 to ws-mail-returns
               move spaces to report-line
               string "RETURNED  ident " tran-ident " " custname
                   " mail returned " ud-return-date
                   delimited by size into report-line
               perform 9000-write-report-line
               initialize audit-record
               move "AUDIT" to aud-tag
               move ws-today to aud-date
               move "MAILRT" to aud-action
               move tran-ident to aud-ident
               move ud-return-date to aud-return-date
               move ws-operator-stamp to aud-operator
               write audit-line from audit-record
           end-if.

       3000-wrapup.
           move spaces to report-line
           string "Adds " ws-adds " Changes " ws-changes
               " SSN changes " ws-ssn-changes delimited by size
               into report-line
           perform 9000-write-report-line
           move spaces to report-line
           string "Mail returned " ws-mail-returns
               " Undeliverable cleared " ws-mail-cleared
               delimited by size into report-line
           perform 9000-write-report-line
           perform 3100-print-control-totals
           perform 3200-write-current-control
           perform 3300-clear-checkpoint
           close audit-log
           close customer-archive
           close customer-pending
           close reject-recycle
           close undeliverable.

      *Prints this run's counts alongside last run's ending counts so
      *ops can catch a short input file before it does any damage
