      *The full nine-digit SSN printed on every customer report that
      *showed one, and rode out of the building on both exports,
      *to anybody who picked up the paper or the file. Standalone
      *callable subroutine, same shared-service shape as RPTWRT:
      *the caller keeps an SSNCTL control block and calls here with
      *it. Functions, picked by SC-FUNCTION:
      *  P  may this run show full SSNs - yes only when SC-OPER-ID,
      *     the operator who submitted it, is on OPERATORS.DAT,
      *     active, and holds the view-SSN privilege
      *  F  may this export carry full SSNs - yes only when the
      *     program is named on the SSN-FEEDS.DAT list, and the
      *     operator the list names as answering for that feed
      *     still holds the privilege (handed back in SC-OPER-ID)
      *  E  the SSN in SC-SSNUM, ready to print in SC-SSN-PRINT -
      *     123-45-6789 when the run is unmasked, ***-**-6789 when
      *     it is not
      *A yes from P or F writes an SSNVIEW or SSNFEED line on the
      *operator-security audit log, the operator in the id and the
      *program in the by field, so every run that put full SSNs on
      *paper or on a feed can be named afterwards. No operator file
      *or no feed list on disk means nobody qualifies.
       identification division.
       program-id. ssnmask.
       author. ladoblanco prod.
       date-written. January 19th 2026.
       environment division.
       input-output section.
       file-control.
           select operator-security assign to "operators.dat"
               organization is line sequential
               file status is ws-operator-status.
           select feed-list assign to "ssn-feeds.dat"
               organization is line sequential
               file status is ws-feed-status.
           select security-audit assign to "opersec-audit.log"
               organization is line sequential
               file status is ws-audit-status.
       data division.
       file section.
       fd operator-security.
       copy opersec.
      *One downstream feed allowed full SSNs - the program that
      *writes it, and the operator who answers for it.
       fd feed-list.
       01 feed-list-record.
           02 sf-program pic x(8).
           02 sf-oper-id pic x(8).
       fd security-audit.
       01 security-audit-line pic x(80).
       working-storage section.
       01 ws-operator-status pic xx value spaces.
           88 operator-file-ok value "00".
           88 operator-file-eof value "10".
       01 ws-feed-status pic xx value spaces.
           88 feed-ok value "00".
           88 feed-eof value "10".
       01 ws-audit-status pic xx value spaces.
       01 ws-today pic 9(8) value zeroes.
       01 ws-found-flag pic x value "N".
           88 ws-found value "Y".
       01 ws-audit-action pic x(8) value spaces.
       copy operaud.
       linkage section.
       copy ssnctl.
       procedure division using ssn-control.
       0000-main.
           evaluate true
               when sc-check-operator
                   move "N" to sc-unmask-flag
                   move "SSNVIEW " to ws-audit-action
                   perform 1000-check-operator
               when sc-check-feed
                   move "N" to sc-unmask-flag
                   move "SSNFEED " to ws-audit-action
                   perform 2000-check-feed
               when other
                   perform 3000-edit-ssn
           end-evaluate
           exit program.

      *Revoked and locked ids are refused the same as ids without
      *the privilege - the flag alone is not enough.
       1000-check-operator.
           if sc-oper-id not = spaces
               move "N" to ws-found-flag
               open input operator-security
               if operator-file-ok
                   perform 1100-read-operator
                   perform 1200-check-one-operator
                       until operator-file-eof or ws-found
                   close operator-security
               end-if
           end-if
           if sc-unmasked
               perform 4000-log-unmasked-run
           end-if.

       1100-read-operator.
           read operator-security
               at end set operator-file-eof to true
           end-read.

       1200-check-one-operator.
           if op-id = sc-oper-id
               set ws-found to true
               if op-allow-view-ssn = "Y"
                       and op-status not = "R"
                       and op-status not = "L"
                   move "Y" to sc-unmask-flag
               end-if
           else
               perform 1100-read-operator
           end-if.

      *A feed on the list still answers to an operator - take the
      *operator off the list and run the same check as a report.
       2000-check-feed.
           move spaces to sc-oper-id
           move "N" to ws-found-flag
           open input feed-list
           if feed-ok
               perform 2100-read-feed
               perform 2200-check-one-feed
                   until feed-eof or ws-found
               close feed-list
           end-if
           if ws-found
               perform 1000-check-operator
           end-if.

       2100-read-feed.
           read feed-list
               at end set feed-eof to true
           end-read.

       2200-check-one-feed.
           if sf-program = sc-program-name
               set ws-found to true
               move sf-oper-id to sc-oper-id
           else
               perform 2100-read-feed
           end-if.

       3000-edit-ssn.
           move spaces to sc-ssn-print
           if sc-unmasked
               string sc-ssarea "-" sc-ssgroup "-" sc-ssserial
                   delimited by size into sc-ssn-print
           else
               string "***-**-" sc-ssserial
                   delimited by size into sc-ssn-print
           end-if.

       4000-log-unmasked-run.
           accept ws-today from date yyyymmdd
           open extend security-audit
           if ws-audit-status = "35"
               open output security-audit
           end-if
           move spaces to opersec-audit-record
           move "OPSEC" to osa-tag
           move ws-today to osa-date
           move ws-audit-action to osa-action
           move sc-oper-id to osa-oper-id
           move sc-program-name to osa-by
           write security-audit-line from opersec-audit-record
           close security-audit.
