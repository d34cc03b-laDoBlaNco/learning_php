      *Answering one customer on the phone meant running AUDITHST and
      *ARSTMT, checking CUSTHHLD, and asking around whether the
      *person was ever archived or merged. This is the one look at
      *everything: given an ident, or a name off the CUSTNAME
      *alternate key, it builds the customer's whole picture as
      *print lines in the INQCTL control block - the master record,
      *the other customers at the same address, the open receivables
      *with their balance and age in the ARAGE buckets, the last ten
      *changes on the audit trail, everything the archive holds for
      *the ident (deletes, purges, merges, with the reinstatements
      *off the audit trail), and the transactions held on CUSTMNT's
      *pending file waiting for their effective date. Standalone
      *callable subroutine, same shared-service shape as RPTWRT, so
      *the printed inquiry (CUSTINQR) and the panel (CUSTSCRN's V
      *transaction) show exactly the same thing. Every file is
      *opened for input and closed again on each call; a file not
      *on disk yet reads as nothing on file.
      *
      *Modification history
      *April 6th 2026      - ladoblanco prod - the pending record's
      *  filler covers the SSN fields on CUSTMNT's transaction, so
      *  the effective date and operator line up again.
       identification division.
       program-id. custinq.
       author. ladoblanco prod.
       date-written. January 26th 2026.
       environment division.
       input-output section.
       file-control.
           select customer-master assign to "customer.dat"
               organization is indexed
               access mode is dynamic
               record key is ident
               alternate record key is custname with duplicates
               file status is ws-master-status.
           select undeliverable assign to "cust-undeliverable.dat"
               organization is indexed
               access mode is dynamic
               record key is ud-ident
               file status is ws-undeliv-status.
           select ar-customers assign to "ar-customers.dat"
               organization is indexed
               access mode is dynamic
               record key is arc-ident
               file status is ws-profile-status.
           select ar-open-items assign to "ar-open-items.dat"
               organization is indexed
               access mode is dynamic
               record key is ar-key
               file status is ws-ar-status.
           select audit-log assign to "custmnt-audit.log"
               organization is line sequential
               file status is ws-audit-status.
           select customer-archive assign to "customer-archive.dat"
               organization is line sequential
               file status is ws-archive-status.
           select customer-pending assign to "custmnt-pending.dat"
               organization is line sequential
               file status is ws-pending-status.
       data division.
       file section.
       fd customer-master.
       copy customer.
       fd undeliverable.
       copy custudl.
       fd ar-customers.
       copy arcust.
       fd ar-open-items.
       copy arrec.
       fd audit-log.
       01 audit-line pic x(160).
       fd customer-archive.
       copy custarch.
      *CUSTMNT's transaction layout - the pending file holds the
      *transactions exactly as they were keyed.
       fd customer-pending.
       01 pending-record.
           02 pn-code pic x.
           02 pn-ident pic 9(7).
           02 pn-custname pic x(20).
           02 filler pic x(69).
           02 pn-eff-date pic 9(8).
           02 pn-operator pic x(8).
       working-storage section.
       01 ws-master-status pic xx value spaces.
           88 master-ok value "00".
       01 ws-undeliv-status pic xx value spaces.
           88 undeliv-ok value "00".
       01 ws-profile-status pic xx value spaces.
           88 profile-ok value "00".
       01 ws-ar-status pic xx value spaces.
           88 ar-ok value "00".
       01 ws-audit-status pic xx value spaces.
           88 audit-ok value "00".
           88 audit-eof value "10".
       01 ws-archive-status pic xx value spaces.
           88 archive-ok value "00".
           88 archive-eof value "10".
       01 ws-pending-status pic xx value spaces.
           88 pending-ok value "00".
           88 pending-eof value "10".
      *Which of the optional files opened this call.
       01 ws-open-flags.
           02 ws-master-open-flag pic x value "N".
               88 ws-master-open value "Y".
           02 ws-undeliv-open-flag pic x value "N".
               88 ws-undeliv-open value "Y".
           02 ws-profile-open-flag pic x value "N".
               88 ws-profile-open value "Y".
           02 ws-ar-open-flag pic x value "N".
               88 ws-ar-open value "Y".
       01 ws-today pic 9(8) value zeroes.
       01 ws-line pic x(80) value spaces.
       01 ws-on-master-flag pic x value "N".
           88 ws-on-master value "Y".
       01 ws-anything-flag pic x value "N".
           88 ws-anything-found value "Y".
       01 ws-scan-done-flag pic x value "N".
           88 ws-scan-done value "Y".
       01 ws-section-count pic 9(5) value 0.
      *Name lookup - the significant length of the name asked for
      *drives the prefix compare, the same search CUSTSCRN runs.
       01 ws-search-name pic x(20) value spaces.
       01 ws-search-length pic 99 value 0.
       01 ws-search-scan pic 99 value 0.
      *The customer's address, saved for the household pass.
       01 ws-home-address pic x(52) value spaces.
       01 ws-home-ident pic 9(7) value 0.
      *Open items - age in days off DATESERV, the ARAGE buckets.
       01 ws-ds-function pic x value "D".
       01 ws-ds-number pic s9(7) value 0.
       01 ws-ds-status pic x value spaces.
       01 ws-age-days pic s9(5) value 0.
       01 ws-bucket-word pic x(7) value spaces.
       01 ws-ar-totals.
           02 ws-ar-items pic 9(5) value 0.
           02 ws-ar-current pic s9(9)v99 value 0.
           02 ws-ar-60 pic s9(9)v99 value 0.
           02 ws-ar-90 pic s9(9)v99 value 0.
           02 ws-ar-over pic s9(9)v99 value 0.
           02 ws-ar-total pic s9(9)v99 value 0.
      *The last ten audit lines for the customer, oldest first - a
      *newer line pushes the oldest off the top.
       01 ws-recent-table.
           02 ws-recent-line occurs 10 times pic x(80).
       01 ws-recent-count pic 99 value 0.
       01 ws-recent-scan pic 99 value 0.
       01 ws-audit-lines pic 9(5) value 0.
       01 ws-amount-edit pic z,zzz,zz9.99.
       01 ws-amount-edit-2 pic -z,zzz,zz9.99.
       01 ws-total-edit pic -zzz,zzz,zz9.99.
       01 ws-days-edit pic zzzz9.
       01 ws-count-edit pic zzzz9.
       copy custaud.
       copy ssnctl.
       linkage section.
       copy inqctl.
       procedure division using inquiry-control.
       0000-main.
           perform 1000-initialize
           perform 2000-find-customer
           if ws-on-master or ci-ident > 0
               perform 3000-show-master
               if ws-on-master
                   perform 4000-show-household
               end-if
               perform 5000-show-receivables
               perform 6000-show-audit-trail
               perform 7000-show-archive
               perform 7500-show-pending
           end-if
           if ws-anything-found
               set ci-found to true
           else
               set ci-not-found to true
               move 0 to ci-line-count
               move spaces to ws-line
               if ci-ident > 0
                   string "IDENT " ci-ident
                       " - NOTHING ON FILE FOR THIS CUSTOMER"
                       delimited by size into ws-line
               else
                   string "NAME " ci-name
                       " - NO CUSTOMER BY THIS NAME"
                       delimited by size into ws-line
               end-if
               perform 8000-add-line
           end-if
           perform 9000-close-files
           exit program.

       1000-initialize.
           accept ws-today from date yyyymmdd
           move 0 to ci-line-count
           move 0 to ci-match-count
           move "N" to ws-on-master-flag
           move "N" to ws-anything-flag
           move "N" to ws-master-open-flag
           move "N" to ws-undeliv-open-flag
           move "N" to ws-profile-open-flag
           move "N" to ws-ar-open-flag
           open input customer-master
           if master-ok
               set ws-master-open to true
           end-if
           open input undeliverable
           if undeliv-ok
               set ws-undeliv-open to true
           end-if
           open input ar-customers
           if profile-ok
               set ws-profile-open to true
           end-if
           open input ar-open-items
           if ar-ok
               set ws-ar-open to true
           end-if
           initialize ssn-control
           move ci-program-name to sc-program-name
           move ci-oper-id to sc-oper-id
           set sc-check-operator to true
           call "ssnmask" using ssn-control
           set sc-edit-ssn to true.

      *By ident, a straight keyed read. By name, the first customer
      *the name leads to on the alternate key - any others the name
      *matches are listed so the caller can ask for them by ident.
       2000-find-customer.
           if ci-ident > 0
               if ws-master-open
                   move ci-ident to ident
                   read customer-master
                       key is ident
                   end-read
                   if master-ok
                       set ws-on-master to true
                   end-if
               end-if
           else
               if ws-master-open
                   perform 2100-find-by-name
               end-if
           end-if.

       2100-find-by-name.
           move ci-name to ws-search-name
           move 0 to ws-search-length
           move 20 to ws-search-scan
           perform 2110-check-one-name-byte
               until ws-search-scan = 0 or ws-search-length > 0
           if ws-search-length > 0
               move "N" to ws-scan-done-flag
               move ws-search-name to custname
               start customer-master key >= custname
                   invalid key set ws-scan-done to true
               end-start
               if not ws-scan-done
                   perform 2120-read-next-by-name
               end-if
               perform 2130-take-one-match
                   until ws-scan-done
               if ci-match-count > 0
                   move ci-ident to ident
                   read customer-master
                       key is ident
                   end-read
                   if master-ok
                       set ws-on-master to true
                   end-if
               end-if
           end-if.

       2110-check-one-name-byte.
           if ws-search-name (ws-search-scan:1) not = space
               move ws-search-scan to ws-search-length
           else
               subtract 1 from ws-search-scan
           end-if.

       2120-read-next-by-name.
           read customer-master next record
               at end set ws-scan-done to true
           end-read
           if not ws-scan-done
               if custname (1:ws-search-length) not =
                       ws-search-name (1:ws-search-length)
                   set ws-scan-done to true
               end-if
           end-if.

       2130-take-one-match.
           add 1 to ci-match-count
           if ci-match-count = 1
               move ident to ci-ident
           else
               if ci-match-count = 2
                   move spaces to ws-line
                   string "NAME " ws-search-name (1:ws-search-length)
                       " ALSO MATCHES - ASK BY IDENT FOR THESE"
                       delimited by size into ws-line
                   perform 8000-add-line
               end-if
               move spaces to ws-line
               string "  IDENT " ident " " custname " " city " " state
                   delimited by size into ws-line
               perform 8000-add-line
           end-if
           perform 2120-read-next-by-name.

      *The master record itself - or, for an ident the master no
      *longer carries, a line saying so; the archive section below
      *tells what became of it.
       3000-show-master.
           if ci-line-count > 0
               perform 8100-add-blank-line
           end-if
           move spaces to ws-line
           string "CUSTOMER INQUIRY - IDENT " ci-ident
               " - AS OF " ws-today delimited by size into ws-line
           perform 8000-add-line
           if ws-on-master
               set ws-anything-found to true
               move ident to ws-home-ident
               move cust-address to ws-home-address
               move cust-ssnum to sc-ssnum
               call "ssnmask" using ssn-control
               move spaces to ws-line
               string "  NAME " custname " BORN " mob "/" dob "/" yob
                   " SSN " sc-ssn-print delimited by size
                   into ws-line
               perform 8000-add-line
               move spaces to ws-line
               string "  ADDRESS " street " " city " " state " " zip
                   delimited by size into ws-line
               perform 8000-add-line
               move spaces to ws-line
               string "  LAST MAINTAINED " cust-last-maint
                   delimited by size into ws-line
               if ws-undeliv-open
                   move ident to ud-ident
                   read undeliverable
                       key is ud-ident
                   end-read
                   if undeliv-ok
                       move spaces to ws-line
                       string "  LAST MAINTAINED " cust-last-maint
                           " - MAIL RETURNED " ud-return-date
                           ", ADDRESS UNDELIVERABLE"
                           delimited by size into ws-line
                   end-if
               end-if
               perform 8000-add-line
               perform 3100-show-credit-profile
           else
               move spaces to ws-line
               string "  NOT ON THE CUSTOMER MASTER"
                   delimited by size into ws-line
               perform 8000-add-line
           end-if.

       3100-show-credit-profile.
           move spaces to ws-line
           string "  RECEIVABLES - NO PROFILE, STANDARD TERMS"
               delimited by size into ws-line
           if ws-profile-open
               move ident to arc-ident
               read ar-customers
                   key is arc-ident
               end-read
               if profile-ok
                   move arc-credit-limit to ws-amount-edit
                   move spaces to ws-line
                   if arc-on-hold
                       string "  RECEIVABLES - CREDIT HOLD SINCE "
                           arc-hold-date " LIMIT " ws-amount-edit
                           delimited by size into ws-line
                   else
                       string "  RECEIVABLES - CREDIT "
                           arc-credit-status " LIMIT " ws-amount-edit
                           delimited by size into ws-line
                   end-if
                   if arc-tax-cert not = spaces
                       perform 8000-add-line
                       move spaces to ws-line
                       string "  TAX EXEMPT - CERTIFICATE " arc-tax-cert
                           delimited by size into ws-line
                   end-if
               end-if
           end-if
           perform 8000-add-line.

      *Everyone else at exactly this street, city, state and ZIP -
      *the same test CUSTHHLD groups a household on. There is no
      *address key, so the whole master passes.
       4000-show-household.
           perform 8100-add-blank-line
           move 0 to ws-section-count
           move spaces to ws-line
           string "HOUSEHOLD - OTHERS AT THIS ADDRESS"
               delimited by size into ws-line
           perform 8000-add-line
           if ws-home-address not = spaces
               move "N" to ws-scan-done-flag
               move 0 to ident
               start customer-master key >= ident
                   invalid key set ws-scan-done to true
               end-start
               if not ws-scan-done
                   perform 4100-read-next-customer
               end-if
               perform 4200-check-one-neighbor
                   until ws-scan-done
           end-if
           if ws-section-count = 0
               move spaces to ws-line
               string "  NONE" delimited by size into ws-line
               perform 8000-add-line
           end-if.

       4100-read-next-customer.
           read customer-master next record
               at end set ws-scan-done to true
           end-read.

       4200-check-one-neighbor.
           if cust-address = ws-home-address
                   and ident not = ws-home-ident
               add 1 to ws-section-count
               move spaces to ws-line
               string "  IDENT " ident " " custname
                   " BORN " mob "/" dob "/" yob
                   delimited by size into ws-line
               perform 8000-add-line
           end-if
           perform 4100-read-next-customer.

      *The file is keyed ident then invoice, so the customer's items
      *sit together from invoice zero up. Open items only, aged off
      *the invoice date the way ARAGE ages them.
       5000-show-receivables.
           perform 8100-add-blank-line
           initialize ws-ar-totals
           move spaces to ws-line
           string "OPEN RECEIVABLES" delimited by size into ws-line
           perform 8000-add-line
           if ws-ar-open
               move "N" to ws-scan-done-flag
               move ci-ident to ar-ident
               move 0 to ar-invoice
               start ar-open-items key >= ar-key
                   invalid key set ws-scan-done to true
               end-start
               if not ws-scan-done
                   perform 5100-read-next-item
               end-if
               perform 5200-show-one-item
                   until ws-scan-done
           end-if
           if ws-ar-items = 0
               move spaces to ws-line
               string "  NO OPEN ITEMS" delimited by size
                   into ws-line
               perform 8000-add-line
           else
               set ws-anything-found to true
               move ws-ar-total to ws-total-edit
               move ws-ar-items to ws-count-edit
               move spaces to ws-line
               string "  TOTAL OPEN " ws-total-edit " ON "
                   ws-count-edit " ITEMS" delimited by size
                   into ws-line
               perform 8000-add-line
               move ws-ar-current to ws-amount-edit-2
               move ws-ar-60 to ws-total-edit
               move spaces to ws-line
               string "  CURRENT (0-30) " ws-amount-edit-2
                   "   31-60 DAYS " ws-total-edit
                   delimited by size into ws-line
               perform 8000-add-line
               move ws-ar-90 to ws-amount-edit-2
               move ws-ar-over to ws-total-edit
               move spaces to ws-line
               string "  61-90 DAYS     " ws-amount-edit-2
                   "   OVER 90 DAYS" ws-total-edit
                   delimited by size into ws-line
               perform 8000-add-line
           end-if.

       5100-read-next-item.
           read ar-open-items next record
               at end set ws-scan-done to true
           end-read
           if not ws-scan-done
               if ar-ident not = ci-ident
                   set ws-scan-done to true
               end-if
           end-if.

       5200-show-one-item.
           if ar-status = "O" and ar-balance > 0
               add 1 to ws-ar-items
               add ar-balance to ws-ar-total
               call "dateserv" using ws-ds-function
                   ar-invoice-date ws-today
                   ws-ds-number ws-ds-status
               move ws-ds-number to ws-age-days
               evaluate true
                   when ws-age-days <= 30
                       move "CURRENT" to ws-bucket-word
                       add ar-balance to ws-ar-current
                   when ws-age-days <= 60
                       move "31-60" to ws-bucket-word
                       add ar-balance to ws-ar-60
                   when ws-age-days <= 90
                       move "61-90" to ws-bucket-word
                       add ar-balance to ws-ar-90
                   when other
                       move "OVER 90" to ws-bucket-word
                       add ar-balance to ws-ar-over
               end-evaluate
               move ar-original to ws-amount-edit
               move ar-balance to ws-amount-edit-2
               move ws-age-days to ws-days-edit
               move spaces to ws-line
               string "  INV " ar-invoice " " ar-invoice-date
                   " ORIG " ws-amount-edit " BAL " ws-amount-edit-2
                   " DAYS " ws-days-edit " " ws-bucket-word
                   delimited by size into ws-line
               perform 8000-add-line
           end-if
           perform 5100-read-next-item.

      *The whole trail is read - it is in date order as written, so
      *the last ten kept are the ten most recent.
       6000-show-audit-trail.
           perform 8100-add-blank-line
           move 0 to ws-recent-count
           move 0 to ws-audit-lines
           move spaces to ws-line
           string "RECENT CHANGES ON THE AUDIT TRAIL (LAST 10)"
               delimited by size into ws-line
           perform 8000-add-line
           open input audit-log
           if audit-ok
               perform 6100-read-audit-line
               perform 6200-keep-one-audit-line
                   until audit-eof
               close audit-log
           end-if
           if ws-recent-count = 0
               move spaces to ws-line
               string "  NONE" delimited by size into ws-line
               perform 8000-add-line
           else
               set ws-anything-found to true
               move 0 to ws-recent-scan
               perform 6400-list-one-recent-line
                   until ws-recent-scan >= ws-recent-count
               if ws-audit-lines > ws-recent-count
                   move ws-audit-lines to ws-count-edit
                   move spaces to ws-line
                   string "  (" ws-count-edit
                       " CHANGES IN ALL - AUDITHST LISTS EVERY ONE)"
                       delimited by size into ws-line
                   perform 8000-add-line
               end-if
           end-if.

       6100-read-audit-line.
           read audit-log
               at end set audit-eof to true
           end-read.

      *Lines written before the fixed layout carry no date and can't
      *be matched to an ident - passed over, as AUDITHST does.
       6200-keep-one-audit-line.
           move audit-line to audit-record
           if aud-date is numeric and aud-ident = ci-ident
               add 1 to ws-audit-lines
               move spaces to ws-line
               string "  " aud-date " " aud-action " BY "
                   aud-operator delimited by size into ws-line
               evaluate aud-action
                   when "ADD   "
                   when "CHANGE"
                   when "REINST"
                       move aud-name-after to ws-line (34:20)
                   when "DELETE"
                   when "MERGE "
                       move aud-name-before to ws-line (34:20)
                   when "CREDIT"
                       move aud-credit-before to ws-line (34:4)
                       move "->" to ws-line (39:2)
                       move aud-credit-after to ws-line (42:4)
                   when "MAILRT"
                   when "MAILOK"
                       move aud-return-date to ws-line (34:8)
                   when "SSNCHG"
                       if aud-ssn-after is numeric
                           move aud-ssn-after to sc-ssnum
                           call "ssnmask" using ssn-control
                           move sc-ssn-print to ws-line (34:11)
                       end-if
                   when other
                       continue
               end-evaluate
               if ws-recent-count < 10
                   add 1 to ws-recent-count
               else
                   move 1 to ws-recent-scan
                   perform 6300-shift-one-recent-line
                       until ws-recent-scan >= 10
               end-if
               move ws-line to ws-recent-line (ws-recent-count)
           end-if
           perform 6100-read-audit-line.

       6300-shift-one-recent-line.
           move ws-recent-line (ws-recent-scan + 1)
               to ws-recent-line (ws-recent-scan)
           add 1 to ws-recent-scan.

       6400-list-one-recent-line.
           add 1 to ws-recent-scan
           move ws-recent-line (ws-recent-scan) to ws-line
           perform 8000-add-line.

      *Every image the archive holds for the ident - a DELETE, a
      *retention PURGE, the losing side of a MERGE - with the
      *reinstatements that brought it back, off the audit trail.
       7000-show-archive.
           perform 8100-add-blank-line
           move 0 to ws-section-count
           move spaces to ws-line
           string "ARCHIVE, MERGE AND REINSTATE HISTORY"
               delimited by size into ws-line
           perform 8000-add-line
           open input customer-archive
           if archive-ok
               perform 7100-read-archive
               perform 7200-check-one-archive
                   until archive-eof
               close customer-archive
           end-if
           open input audit-log
           if audit-ok
               perform 6100-read-audit-line
               perform 7300-check-one-reinstate
                   until audit-eof
               close audit-log
           end-if
           if ws-section-count = 0
               move spaces to ws-line
               string "  NEVER ARCHIVED" delimited by size
                   into ws-line
               perform 8000-add-line
           end-if.

       7100-read-archive.
           read customer-archive
               at end set archive-eof to true
           end-read.

       7200-check-one-archive.
           if arch-customer (1:7) = ci-ident
               add 1 to ws-section-count
               set ws-anything-found to true
               move spaces to ws-line
               string "  " arch-date " " arch-action " ARCHIVED AS "
                   arch-customer (8:20) delimited by size
                   into ws-line
               perform 8000-add-line
           end-if
           perform 7100-read-archive.

       7300-check-one-reinstate.
           move audit-line to audit-record
           if aud-date is numeric and aud-ident = ci-ident
                   and aud-action = "REINST"
               add 1 to ws-section-count
               move spaces to ws-line
               string "  " aud-date " REINST RESTORED BY "
                   aud-operator delimited by size into ws-line
               perform 8000-add-line
           end-if
           perform 6100-read-audit-line.

      *Transactions keyed with a future effective date wait on the
      *pending file until CUSTMNT's start-of-run sweep applies them.
       7500-show-pending.
           perform 8100-add-blank-line
           move 0 to ws-section-count
           move spaces to ws-line
           string "PENDING HELD TRANSACTIONS" delimited by size
               into ws-line
           perform 8000-add-line
           open input customer-pending
           if pending-ok
               perform 7600-read-pending
               perform 7700-check-one-pending
                   until pending-eof
               close customer-pending
           end-if
           if ws-section-count = 0
               move spaces to ws-line
               string "  NONE" delimited by size into ws-line
               perform 8000-add-line
           end-if.

       7600-read-pending.
           read customer-pending
               at end set pending-eof to true
           end-read.

       7700-check-one-pending.
           if pn-ident = ci-ident
               add 1 to ws-section-count
               set ws-anything-found to true
               move spaces to ws-line
               string "  CODE " pn-code " EFFECTIVE " pn-eff-date
                   " KEYED BY " pn-operator " " pn-custname
                   delimited by size into ws-line
               perform 8000-add-line
           end-if
           perform 7600-read-pending.

      *The block holds 300 lines - past that the picture is cut
      *short and says so on its last line.
       8000-add-line.
           evaluate true
               when ci-line-count < 299
                   add 1 to ci-line-count
                   move ws-line to ci-line (ci-line-count)
               when ci-line-count = 299
                   add 1 to ci-line-count
                   move "*** MORE ON FILE THAN THE INQUIRY HOLDS ***"
                       to ci-line (ci-line-count)
               when other
                   continue
           end-evaluate.

       8100-add-blank-line.
           move spaces to ws-line
           perform 8000-add-line.

       9000-close-files.
           if ws-master-open
               close customer-master
           end-if
           if ws-undeliv-open
               close undeliverable
           end-if
           if ws-profile-open
               close ar-customers
           end-if
           if ws-ar-open
               close ar-open-items
           end-if.
