      *Vendor payment terms as purchasing keys them on the vendor
      *master (VM-TERMS) turned into numbers, so APMATCH's due dates
      *and the payment run's early-pay discounts read the terms the
      *same way. Standalone callable subroutine, the same LINKAGE
      *shape as the other callable services. Two forms are known:
      *  NETnn      net nn days, no discount
      *  d/ddNnn    d percent off if paid within dd days, net nn
      *             (2/10N30 - two percent in ten, net thirty)
      *Blank terms are net 30, the shop's standing default.
      *Anything else comes back net 30 with LK-STATUS N so the
      *caller can say the terms need fixing.
       identification division.
       program-id. apterms.
       author. ladoblanco prod.
       date-written. October 20th 2025.
       data division.
       working-storage section.
       01 ws-field-1 pic 9(3) value 0.
       01 ws-field-2 pic 9(3) value 0.
       01 ws-field-3 pic 9(3) value 0.
       01 ws-field-count pic 9 value 0.
       01 ws-default-net-days constant as 30.
       linkage section.
       01 lk-terms pic x(8).
       01 lk-discount-pct pic 99v99.
       01 lk-discount-days pic 9(3).
       01 lk-net-days pic 9(3).
       01 lk-status pic x.
           88 lk-terms-ok value "Y".
           88 lk-terms-bad value "N".
       procedure division using lk-terms, lk-discount-pct,
               lk-discount-days, lk-net-days, lk-status.
       0000-main.
           set lk-terms-ok to true
           move 0 to lk-discount-pct
           move 0 to lk-discount-days
           move ws-default-net-days to lk-net-days
           move 0 to ws-field-1
           move 0 to ws-field-2
           move 0 to ws-field-3
           move 0 to ws-field-count
           evaluate true
               when lk-terms = spaces
                   continue
               when lk-terms (1:3) = "NET"
                   perform 1000-net-terms
               when other
                   perform 2000-discount-terms
           end-evaluate
           exit program.

       1000-net-terms.
           if lk-terms (4:5) = spaces
               set lk-terms-bad to true
           else
               unstring lk-terms (4:5) delimited by all space
                   into ws-field-1
                   tallying in ws-field-count
               end-unstring
               if ws-field-1 > 0
                   move ws-field-1 to lk-net-days
               else
                   set lk-terms-bad to true
               end-if
           end-if.

      *Percent, discount days and net days, split on the slash and
      *the N.
       2000-discount-terms.
           unstring lk-terms delimited by "/" or "N" or all space
               into ws-field-1 ws-field-2 ws-field-3
               tallying in ws-field-count
           end-unstring
           if ws-field-count < 3 or ws-field-3 = 0
                   or ws-field-2 > ws-field-3
               set lk-terms-bad to true
           else
               move ws-field-1 to lk-discount-pct
               move ws-field-2 to lk-discount-days
               move ws-field-3 to lk-net-days
           end-if.
