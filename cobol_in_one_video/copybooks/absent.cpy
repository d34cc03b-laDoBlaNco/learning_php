      *Shared absentee (mail) ballot record, keyed on the election
      *date plus the registration number - one line per ballot a
      *voter asked for, one file across every election. ABSMNT
      *writes it on a validated request and marks the return;
      *ABSOUT reports what is still out, by precinct; POLLSIGN
      *turns a voter away whose mailed ballot already counted.
      *AB-STATUS: R requested and mailed, A returned and accepted,
      *L returned after the deadline, P returned by a voter who
      *also signed in at the polls - L and P are flagged, not
      *counted.
       01 absentee-record.
           02 ab-key.
               03 ab-election-date pic 9(8).
               03 ab-reg-number pic 9(7).
           02 ab-name pic x(20).
           02 ab-precinct pic 9(3).
           02 ab-ballot-style pic x(4).
      *Where the ballot was mailed - the registered address unless
      *the request named another.
           02 ab-mail-address.
               03 ab-street pic x(25).
               03 ab-city pic x(15).
               03 ab-state pic xx.
               03 ab-zip pic x(10).
           02 ab-request-date pic 9(8).
           02 ab-status pic x.
               88 ab-requested value "R".
               88 ab-accepted value "A".
               88 ab-late value "L".
               88 ab-voted-at-polls value "P".
           02 ab-return-date pic 9(8).
