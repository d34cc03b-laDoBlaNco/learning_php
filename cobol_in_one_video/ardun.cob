      *Dunning letters off the aged open items. ARSTMT sends the same
      *statement to a customer five days late and one a hundred and
      *twenty days late, and collections typed its reminders by
      *hand. This ages each customer's open items as of the run date
      *(or the as-of date on the control card) in ARAGE's buckets,
      *and the oldest past-due bucket picks the letter: a friendly
      *reminder at 31-60 days, a firm notice at 61-90 and a final
      *demand over 90. Each letter goes to the name and address on
      *CUSTOMER-MASTER, lists the overdue invoices with their total,
      *and starts on its own page under the shop heading.
      *The dunning file remembers the last letter and the furthest
      *the customer's cycle has gone, so a letter goes out only when
      *the customer has moved further along than the cycle already
      *has - nobody is sent the same letter twice in one cycle. A
      *customer who catches up ends the cycle; one who pays down
      *their oldest items drops back, and is written to again only
      *as what remains ages past that. A customer who isn't on the
      *master can't be written to and is listed on the run report
      *for collections instead.
      *
      *Modification history
      *January 12th 2026   - ladoblanco prod - no letter goes to an
      *  address flagged undeliverable (returned mail, see CUSTMNT).
      *  The customer is listed on the run report instead and the
      *  cycle is left where it was, so the letter goes out once
      *  the address is corrected.
       identification division.
       program-id. ardun.
       author. ladoblanco prod.
       date-written. December 29th 2025.
       environment division.
       input-output section.
       file-control.
           select ar-open-items assign to "ar-open-items.dat"
               organization is indexed
               access mode is sequential
               record key is ar-key
               file status is ws-ar-status.
           select customer-master assign to "customer.dat"
               organization is indexed
               access mode is dynamic
               record key is ident
               alternate record key is custname with duplicates
               file status is ws-master-status.
           select ar-dunning assign to "ar-dunning.dat"
               organization is indexed
               access mode is dynamic
               record key is ad-ident
               file status is ws-dunning-status.
           select undeliverable assign to "cust-undeliverable.dat"
               organization is indexed
               access mode is dynamic
               record key is ud-ident
               file status is ws-undeliv-status.
           select dunning-control assign to "ardun-control.dat"
               organization is line sequential
               file status is ws-control-status.
           select letter-file assign to "ar-dunning-letters.rpt"
               organization is line sequential
               file status is ws-letter-status.
           select dunning-report assign to "ardun.rpt"
               organization is line sequential
               file status is ws-report-status.
       data division.
       file section.
       fd ar-open-items.
       copy arrec.
       fd customer-master.
       copy customer.
       fd ar-dunning.
       copy ardlvl.
       fd undeliverable.
       copy custudl.
       fd dunning-control.
       01 dunning-control-record.
           02 dc-as-of-date pic 9(8).
       fd letter-file.
       01 letter-line pic x(80).
       fd dunning-report.
       01 report-line pic x(80).
       working-storage section.
       01 ws-ar-status pic xx value spaces.
           88 ar-ok value "00".
           88 ar-eof value "10".
       01 ws-master-status pic xx value spaces.
           88 master-ok value "00".
       01 ws-dunning-status pic xx value spaces.
           88 dunning-ok value "00".
       01 ws-control-status pic xx value spaces.
       01 ws-undeliv-status pic xx value spaces.
           88 undeliv-ok value "00".
       01 ws-undeliv-file-flag pic x value "N".
           88 ws-undeliv-file-open value "Y".
       01 ws-undeliv-hit-flag pic x value "N".
           88 ws-undeliv-hit value "Y".
       01 ws-letter-status pic xx value spaces.
       01 ws-report-status pic xx value spaces.
       01 ws-as-of-date pic 9(8) value 0.
       01 ar-terms-days constant as 30.
       01 ws-ds-function pic x value "D".
       01 ws-ds-number pic s9(7) value 0.
       01 ws-ds-status pic x value spaces.
       01 ws-first-record pic x value "Y".
           88 is-first-record value "Y".
       01 ws-prev-ident pic 9(7) value 0.
      *The customer's overdue items, held until the break - the
      *letter can't be chosen until the oldest is known.
       01 overdue-table.
           02 overdue-entry occurs 50 times
                   indexed by od-idx.
               03 odt-invoice pic 9(6).
               03 odt-invoice-date pic 9(8).
               03 odt-days-late pic 9(5).
               03 odt-balance pic s9(7)v99.
       01 ws-overdue-count pic 99 value 0.
       01 ws-overdue-scan pic 99 value 0.
       01 ws-overdue-total pic s9(9)v99 value 0.
       01 ws-oldest-days pic s9(7) value 0.
       01 ws-level pic 9 value 0.
           88 ws-level-none value 0.
           88 ws-level-reminder value 1.
           88 ws-level-firm value 2.
           88 ws-level-final value 3.
       01 ws-record-found-flag pic x value "N".
           88 ws-record-found value "Y".
       01 ws-counts.
           02 ws-customers pic 9(5) value 0.
           02 ws-reminders pic 9(5) value 0.
           02 ws-firm-notices pic 9(5) value 0.
           02 ws-final-demands pic 9(5) value 0.
           02 ws-already-sent pic 9(5) value 0.
           02 ws-not-on-master pic 9(5) value 0.
           02 ws-cycles-ended pic 9(5) value 0.
           02 ws-undeliverable pic 9(5) value 0.
       01 ws-amount-edit pic --,---,--9.99.
       01 ws-total-edit pic --,---,--9.99.
       01 ws-days-edit pic zzzz9.
       copy rptctl.
       01 ws-rpt-detail-save pic x(80) value spaces.
       procedure division.
       0000-main.
           perform 1000-initialize
           perform 2000-age-one-item
               until ar-eof
           if not is-first-record
               perform 3000-close-customer
           end-if
           perform 9000-wrapup
           stop run.

       1000-initialize.
           accept ws-as-of-date from date yyyymmdd
           open input dunning-control
           if ws-control-status = "00"
               read dunning-control
                   at end continue
                   not at end
                       if dc-as-of-date is numeric
                               and dc-as-of-date > 0
                           move dc-as-of-date to ws-as-of-date
                       end-if
               end-read
               close dunning-control
           end-if
           initialize report-control
           move "ARDUN   " to rc-program-name
           move 55 to rc-lines-per-page
           open output letter-file
           open output dunning-report
           move spaces to report-line
           string "DUNNING RUN AS OF " ws-as-of-date
               delimited by size into report-line
           write report-line
           open input customer-master
           if not master-ok
               display "ardun: customer master open failed, "
                   "status " ws-master-status
               move 16 to return-code
               set ar-eof to true
           end-if
      *No undeliverable file yet means every address is good.
           open input undeliverable
           if undeliv-ok
               set ws-undeliv-file-open to true
           end-if
           open i-o ar-dunning
           if ws-dunning-status = "35"
               open output ar-dunning
               close ar-dunning
               open i-o ar-dunning
           end-if
           if not dunning-ok
               display "ardun: dunning file open failed, status "
                   ws-dunning-status
               move 16 to return-code
               set ar-eof to true
           end-if
           open input ar-open-items
           if not ar-ok
               set ar-eof to true
               move spaces to report-line
               string "NO OPEN ITEMS - NO LETTERS"
                   delimited by size into report-line
               write report-line
           end-if
           if not ar-eof
               perform 1100-read-item
           end-if.

       1100-read-item.
           read ar-open-items next record
               at end set ar-eof to true
           end-read.

      *Keyed ident then invoice - a change of ident closes out the
      *customer before. Every customer with items on file is looked
      *at, paid up or not, so a cycle can end.
       2000-age-one-item.
           if not is-first-record and ar-ident not = ws-prev-ident
               perform 3000-close-customer
           end-if
           if is-first-record or ar-ident not = ws-prev-ident
               move "N" to ws-first-record
               move ar-ident to ws-prev-ident
               move 0 to ws-overdue-count
               move 0 to ws-overdue-total
               move 0 to ws-oldest-days
               add 1 to ws-customers
           end-if
           if ar-status = "O" and ar-balance > 0
               call "dateserv" using ws-ds-function
                   ar-invoice-date ws-as-of-date
                   ws-ds-number ws-ds-status
               if ws-ds-status = "Y"
                       and ws-ds-number > ar-terms-days
                   perform 2100-hold-overdue-item
               end-if
           end-if
           perform 1100-read-item.

       2100-hold-overdue-item.
           add ar-balance to ws-overdue-total
           if ws-ds-number > ws-oldest-days
               move ws-ds-number to ws-oldest-days
           end-if
           if ws-overdue-count < 50
               add 1 to ws-overdue-count
               set od-idx to ws-overdue-count
               move ar-invoice to odt-invoice (od-idx)
               move ar-invoice-date to odt-invoice-date (od-idx)
               compute odt-days-late (od-idx) =
                   ws-ds-number - ar-terms-days
               move ar-balance to odt-balance (od-idx)
           else
               display "ardun: more than 50 overdue items for ident "
                   ar-ident " - letter lists the first 50"
           end-if.

      *The oldest bucket picks the level; the dunning record says
      *whether this cycle has already had that letter.
       3000-close-customer.
           evaluate true
               when ws-oldest-days > 90
                   set ws-level-final to true
               when ws-oldest-days > 60
                   set ws-level-firm to true
               when ws-oldest-days > ar-terms-days
                   set ws-level-reminder to true
               when other
                   set ws-level-none to true
           end-evaluate
           move ws-prev-ident to ad-ident
           read ar-dunning
               key is ad-ident
           end-read
           if dunning-ok
               set ws-record-found to true
           else
               move "N" to ws-record-found-flag
               move ws-prev-ident to ad-ident
               move 0 to ad-last-level
               move 0 to ad-last-date
               move 0 to ad-cycle-level
           end-if
           evaluate true
               when ws-level-none
                   if ad-cycle-level > 0
                       add 1 to ws-cycles-ended
                       move 0 to ad-cycle-level
                       perform 3900-save-dunning-record
                   end-if
               when ws-level > ad-cycle-level
                   perform 3100-send-letter
               when ws-level = ad-cycle-level
                   add 1 to ws-already-sent
               when other
                   move ws-level to ad-cycle-level
                   perform 3900-save-dunning-record
           end-evaluate.

       3100-send-letter.
           move ws-prev-ident to ident
           read customer-master
               key is ident
           end-read
           move "N" to ws-undeliv-hit-flag
           if ws-undeliv-file-open
               move ws-prev-ident to ud-ident
               read undeliverable
                   key is ud-ident
               end-read
               if undeliv-ok
                   set ws-undeliv-hit to true
               end-if
           end-if
           evaluate true
               when not master-ok
                   perform 3110-report-not-on-master
               when ws-undeliv-hit
                   perform 3120-report-undeliverable
               when other
                   perform 3130-send-to-customer
           end-evaluate.

       3110-report-not-on-master.
           add 1 to ws-not-on-master
           move ws-overdue-total to ws-total-edit
           move spaces to report-line
           string "NO LETTER ident " ws-prev-ident
               " not on customer master, level " ws-level
               " overdue " ws-total-edit delimited by size
               into report-line
           write report-line.

       3120-report-undeliverable.
           add 1 to ws-undeliverable
           move ws-overdue-total to ws-total-edit
           move spaces to report-line
           string "NO LETTER ident " ws-prev-ident
               " undeliverable " ud-return-date
               " level " ws-level " overdue " ws-total-edit
               delimited by size into report-line
           write report-line.

       3130-send-to-customer.
           perform 3200-print-letter
           move ws-level to ad-last-level
           move ws-as-of-date to ad-last-date
           move ws-level to ad-cycle-level
           perform 3900-save-dunning-record
           evaluate true
               when ws-level-reminder
                   add 1 to ws-reminders
               when ws-level-firm
                   add 1 to ws-firm-notices
               when other
                   add 1 to ws-final-demands
           end-evaluate
           move ws-overdue-total to ws-total-edit
           move spaces to report-line
           string "LETTER    ident " ws-prev-ident " "
               custname " level " ws-level " overdue "
               ws-total-edit delimited by size into report-line
           write report-line.

      *Each letter opens a fresh page, so the shop heading tops it.
       3200-print-letter.
           move rc-lines-per-page to rc-line-count
           move spaces to letter-line
           perform 9100-write-letter-line
           move custname to letter-line
           perform 9100-write-letter-line
           move street to letter-line
           perform 9100-write-letter-line
           move spaces to letter-line
           string city " " state " " zip delimited by size
               into letter-line
           perform 9100-write-letter-line
           move spaces to letter-line
           perform 9100-write-letter-line
           move spaces to letter-line
           string "DATE " ws-as-of-date "          ACCOUNT "
               ws-prev-ident delimited by size into letter-line
           perform 9100-write-letter-line
           move spaces to letter-line
           perform 9100-write-letter-line
           evaluate true
               when ws-level-reminder
                   perform 3310-reminder-text
               when ws-level-firm
                   perform 3320-firm-notice-text
               when other
                   perform 3330-final-demand-text
           end-evaluate
           move spaces to letter-line
           perform 9100-write-letter-line
           move "  INVOICE  DATED     DAYS OVERDUE        BALANCE"
               to letter-line
           perform 9100-write-letter-line
           move 0 to ws-overdue-scan
           perform 3400-list-one-overdue
               until ws-overdue-scan >= ws-overdue-count
           move ws-overdue-total to ws-total-edit
           move spaces to letter-line
           string "  TOTAL OVERDUE                  " ws-total-edit
               delimited by size into letter-line
           perform 9100-write-letter-line
           move spaces to letter-line
           perform 9100-write-letter-line
           evaluate true
               when ws-level-reminder
                   move "Thank you for your prompt attention."
                       to letter-line
               when ws-level-firm
                   move "Please remit the overdue amount now."
                       to letter-line
               when other
                   move "This is our final request for payment."
                       to letter-line
           end-evaluate
           perform 9100-write-letter-line
           move spaces to letter-line
           perform 9100-write-letter-line
           move "Accounts Receivable, Ladoblanco Productions"
               to letter-line
           perform 9100-write-letter-line.

       3310-reminder-text.
           move "PAYMENT REMINDER" to letter-line
           perform 9100-write-letter-line
           move spaces to letter-line
           perform 9100-write-letter-line
           move "Our records show the invoices below are past due."
               to letter-line
           perform 9100-write-letter-line
           move "If you have already sent payment, please accept our"
               to letter-line
           perform 9100-write-letter-line
           move "thanks and disregard this reminder."
               to letter-line
           perform 9100-write-letter-line.

       3320-firm-notice-text.
           move "SECOND NOTICE - PAYMENT OVERDUE" to letter-line
           perform 9100-write-letter-line
           move spaces to letter-line
           perform 9100-write-letter-line
           move "The invoices below are now more than 60 days past"
               to letter-line
           perform 9100-write-letter-line
           move "due and we have not received payment. Please pay"
               to letter-line
           perform 9100-write-letter-line
           move "in full within ten days or call us to arrange it."
               to letter-line
           perform 9100-write-letter-line.

       3330-final-demand-text.
           move "FINAL DEMAND FOR PAYMENT" to letter-line
           perform 9100-write-letter-line
           move spaces to letter-line
           perform 9100-write-letter-line
           move "The invoices below are more than 90 days past due"
               to letter-line
           perform 9100-write-letter-line
           move "despite our earlier notices. Unless payment in"
               to letter-line
           perform 9100-write-letter-line
           move "full reaches us within ten days, your account will"
               to letter-line
           perform 9100-write-letter-line
           move "be referred for collection without further notice."
               to letter-line
           perform 9100-write-letter-line.

       3400-list-one-overdue.
           add 1 to ws-overdue-scan
           set od-idx to ws-overdue-scan
           move odt-days-late (od-idx) to ws-days-edit
           move odt-balance (od-idx) to ws-amount-edit
           move spaces to letter-line
           string "  " odt-invoice (od-idx) "   "
               odt-invoice-date (od-idx) "  " ws-days-edit
               "       " ws-amount-edit delimited by size
               into letter-line
           perform 9100-write-letter-line.

       3900-save-dunning-record.
           if ws-record-found
               rewrite ar-dunning-record
           else
               write ar-dunning-record
           end-if.

       9000-wrapup.
           move spaces to report-line
           string "CUSTOMERS " ws-customers
               " REMINDERS " ws-reminders
               " FIRM " ws-firm-notices
               " FINAL " ws-final-demands delimited by size
               into report-line
           write report-line
           move spaces to report-line
           string "ALREADY SENT THIS CYCLE " ws-already-sent
               " NOT ON MASTER " ws-not-on-master
               " CYCLES ENDED " ws-cycles-ended
               delimited by size into report-line
           write report-line
           move spaces to report-line
           string "SUPPRESSED AS UNDELIVERABLE " ws-undeliverable
               delimited by size into report-line
           write report-line
           if ws-undeliv-file-open
               close undeliverable
           end-if
           close ar-open-items
           close customer-master
           close ar-dunning
           close letter-file
           close dunning-report.

      *Letter lines go through RPTWRT for the page heading, the way
      *ARSTMT's statement lines do.
       9100-write-letter-line.
           move letter-line to ws-rpt-detail-save
           call "rptwrt" using report-control
           if rc-heading-due = "Y"
               write letter-line from rc-heading-1
               write letter-line from rc-heading-2
               write letter-line from rc-heading-3
           end-if
           write letter-line from ws-rpt-detail-save.
