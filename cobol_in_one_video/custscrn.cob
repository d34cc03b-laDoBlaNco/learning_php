      *  attempts against one id lock that id on the file itself -
      *  with a LOCKOUT line on the security audit log - not just
      *  for this session.
      *September 22nd 2025 - ladoblanco prod - the operator file grew
      *  the approve privilege for keyed GL batches; it is carried
      *  through the table so the write-back doesn't drop it.
      *December 15th 2025  - ladoblanco prod - the operator file grew
      *  the credit authority flag; it is carried through the table
      *  the same way.
      *January 12th 2026   - ladoblanco prod - a change that gives
      *  the customer a different address takes the undeliverable
      *  flag off (returned mail, see CUSTMNT), with a MAILOK line
      *  on the customer audit trail stamped with the signed-on
      *  operator.
      *January 19th 2026   - ladoblanco prod - the operator file grew
      *  the view-SSN privilege; it is carried through the table the
      *  same way.
      *January 26th 2026   - ladoblanco prod - a "V" view shows the
      *  whole customer inquiry (CUSTINQ - master, household, open
      *  receivables, recent changes, archive history, pending
      *  transactions) a page at a time, by ident or, with the ident
      *  zero, by name; it rides the inquire flag, and the SSN shows
      *  whole only for an operator with the view-SSN privilege.
       identification division.
       program-id. custscrn.
       author. ladoblanco prod.
           select security-audit assign to "opersec-audit.log"
               organization is line sequential
               file status is ws-secaudit-status.
           select undeliverable assign to "cust-undeliverable.dat"
               organization is indexed
               access mode is dynamic
               record key is ud-ident
               file status is ws-undeliv-status.
           select audit-log assign to "custmnt-audit.log"
               organization is line sequential
               file status is ws-audit-status.
       data division.
       file section.
       fd customer-master.
       copy opersec.
       fd security-audit.
       01 security-audit-line pic x(80).
       fd undeliverable.
       copy custudl.
       fd audit-log.
       01 audit-line pic x(160).
       working-storage section.
       01 ws-master-status pic xx value spaces.
           88 master-ok value "00".
           88 scr-add value "A".
           88 scr-change value "C".
           88 scr-name-search value "S".
           88 scr-view value "V".
           88 scr-quit value "Q".
       01 ws-scr-ident pic 9(7).
       01 ws-scr-custname pic x(20).
       01 ws-scr-result-2 pic x(60) value spaces.
       01 ws-scr-result-3 pic x(60) value spaces.
       01 ws-today pic 9(8) value zeroes.
      *The customer inquiry, a panel page at a time - eighteen of
      *its lines to a page, ENTER for the next, Q back to the panel.
       01 ws-view-page.
           02 ws-view-line occurs 18 times pic x(78).
       01 ws-view-start pic 9(3) value 0.
       01 ws-view-scan pic 99 value 0.
       01 ws-view-source pic 9(3) value 0.
       01 ws-view-reply pic x value space.
       01 ws-view-done-flag pic x value "N".
           88 ws-view-done value "Y".
       01 ws-view-prompt pic x(50) value spaces.
       copy inqctl.
       01 ws-undeliv-status pic xx value spaces.
           88 undeliv-ok value "00".
       01 ws-audit-status pic xx value spaces.
       01 ws-undeliv-file-flag pic x value "N".
           88 ws-undeliv-file-open value "Y".
       01 ws-before-address pic x(52) value spaces.
       copy custaud.
       01 ws-operator-status pic xx value spaces.
           88 operator-file-ok value "00".
           88 operator-file-eof value "10".
               03 opt-pwd-date pic 9(8).
               03 opt-status pic x.
               03 opt-fail-count pic 9.
               03 opt-allow-approve pic x.
               03 opt-allow-credit pic x.
               03 opt-allow-view-ssn pic x.
       01 ws-operator-count pic 99 value 0.
       01 ws-oper-scanning-idx pic 99 value 0.
       01 ws-signed-on-idx pic 99 value 0.
           02 blank screen.
           02 line 1 column 22 value "CUSTOMER MAINTENANCE PANEL".
           02 line 3 column 5 value
               "TRANSACTION (A-ADD,C-CHANGE,S-SEARCH,V-VIEW,Q-QUIT):".
           02 column plus 2 pic x using ws-scr-trans-code.
           02 line 5 column 5 value "IDENT:".
           02 column plus 2 pic 9(7) using ws-scr-ident.
           02 line 17 column 5 pic x(60) from ws-scr-result-1.
           02 line 18 column 5 pic x(60) from ws-scr-result-2.
           02 line 19 column 5 pic x(60) from ws-scr-result-3.
       01 view-screen.
           02 blank screen.
           02 line 1 column 22 value "CUSTOMER INQUIRY".
           02 line 3 column 2 pic x(78) from ws-view-line (1).
           02 line 4 column 2 pic x(78) from ws-view-line (2).
           02 line 5 column 2 pic x(78) from ws-view-line (3).
           02 line 6 column 2 pic x(78) from ws-view-line (4).
           02 line 7 column 2 pic x(78) from ws-view-line (5).
           02 line 8 column 2 pic x(78) from ws-view-line (6).
           02 line 9 column 2 pic x(78) from ws-view-line (7).
           02 line 10 column 2 pic x(78) from ws-view-line (8).
           02 line 11 column 2 pic x(78) from ws-view-line (9).
           02 line 12 column 2 pic x(78) from ws-view-line (10).
           02 line 13 column 2 pic x(78) from ws-view-line (11).
           02 line 14 column 2 pic x(78) from ws-view-line (12).
           02 line 15 column 2 pic x(78) from ws-view-line (13).
           02 line 16 column 2 pic x(78) from ws-view-line (14).
           02 line 17 column 2 pic x(78) from ws-view-line (15).
           02 line 18 column 2 pic x(78) from ws-view-line (16).
           02 line 19 column 2 pic x(78) from ws-view-line (17).
           02 line 20 column 2 pic x(78) from ws-view-line (18).
           02 line 22 column 5 pic x(50) from ws-view-prompt.
           02 column plus 2 pic x using ws-view-reply.
       procedure division.
       0000-main.
           perform 1000-initialize
                       ws-master-status
                   set ws-done to true
               end-if
           end-if
      *No undeliverable file yet means no address has been flagged.
           if not ws-done
               open i-o undeliverable
               if undeliv-ok
                   set ws-undeliv-file-open to true
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

      *Lockouts happen here, not in a maintenance run, so this is
           close security-audit.

      *Is the signed-on operator allowed the function they just
      *picked? The search and view options ride the inquire flag.
       1400-check-authority.
           set oper-idx to ws-signed-on-idx
           evaluate true
                       move "N" to ws-authority-flag
                   end-if
               when scr-name-search
               when scr-view
                   if opt-allow-inquire (oper-idx) not = "Y"
                       move "N" to ws-authority-flag
                   end-if
                       perform 2200-change-customer
                   when scr-name-search
                       perform 2300-search-by-name
                   when scr-view
                       perform 2500-view-customer
                   when scr-quit
                       set ws-done to true
                   when other
                       move ws-scr-mob to mob
                       move ws-scr-dob to dob
                       move ws-scr-yob to yob
                       move cust-address to ws-before-address
                       if ws-scr-street not = spaces
                           move ws-scr-street to street
                           move ws-scr-city to city
                       move ws-today to cust-last-maint
                       rewrite customer
                       move "CUSTOMER CHANGED" to ws-scr-message
                       if cust-address not = ws-before-address
                               and ws-undeliv-file-open
                           perform 2250-clear-undeliverable
                       end-if
               end-evaluate
           else
               move "IDENT NOT FOUND" to ws-scr-message
           end-if.

      *The new address is a fresh chance for the mail to arrive, the
      *same rule CUSTMNT's change transaction applies.
       2250-clear-undeliverable.
           move ident to ud-ident
           read undeliverable
               key is ud-ident
           end-read
           if undeliv-ok
               delete undeliverable record
               move "CUSTOMER CHANGED, MAIL FLAG CLEARED"
                   to ws-scr-message
               open extend audit-log
               if ws-audit-status = "35"
                   open output audit-log
               end-if
               initialize audit-record
               move "AUDIT" to aud-tag
               move ws-today to aud-date
               move "MAILOK" to aud-action
               move ident to aud-ident
               move ud-return-date to aud-return-date
               move ws-scr-oper-id to aud-operator
               write audit-line from audit-record
               close audit-log
           end-if.

      *STATE must be on the table and ZIP must pass the shared format
      *edit - the same gate CUSTMNT runs on its batch transactions.
      *Every add goes through it; a change goes through it only when
           string "IDENT " ident " " custname " " city " " state
               delimited by size into ws-scr-message.

      *The same customer inquiry CUSTINQR prints, a page at a time -
      *the ident if one was keyed, otherwise the name.
       2500-view-customer.
           if ws-scr-ident = 0 and ws-scr-custname = spaces
               move "VIEW NEEDS AN IDENT OR A NAME" to ws-scr-message
           else
               initialize inquiry-control
               move ws-scr-ident to ci-ident
               if ws-scr-ident = 0
                   move ws-scr-custname to ci-name
               end-if
               move "CUSTSCRN" to ci-program-name
               move ws-scr-oper-id to ci-oper-id
               call "custinq" using inquiry-control
               if ci-not-found
                   move ci-line (1) to ws-scr-message
               else
                   move "N" to ws-view-done-flag
                   move 1 to ws-view-start
                   perform 2510-show-view-page
                       until ws-view-done
                   move "INQUIRY CLOSED" to ws-scr-message
               end-if
           end-if.

       2510-show-view-page.
           move spaces to ws-view-page
           move 0 to ws-view-scan
           perform 2520-fill-one-view-line
               until ws-view-scan >= 18
                   or ws-view-start + ws-view-scan > ci-line-count
           move space to ws-view-reply
           if ws-view-start + 18 > ci-line-count
               move "LAST PAGE - ENTER OR Q FOR THE PANEL:"
                   to ws-view-prompt
           else
               move "ENTER FOR THE NEXT PAGE, Q FOR THE PANEL:"
                   to ws-view-prompt
           end-if
           display view-screen
           accept view-screen
           if ws-view-reply = "Q" or ws-view-reply = "q"
                   or ws-view-start + 18 > ci-line-count
               set ws-view-done to true
           else
               add 18 to ws-view-start
           end-if.

       2520-fill-one-view-line.
           compute ws-view-source = ws-view-start + ws-view-scan
           add 1 to ws-view-scan
           move ci-line (ws-view-source) to ws-view-line (ws-view-scan).

       3000-wrapup.
           close customer-master
           if ws-undeliv-file-open
               close undeliverable
           end-if.
