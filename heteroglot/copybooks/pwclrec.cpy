      * PWCLREC - one closure on the public-works road-works
      * calendar, as their nightly PE15PWCL extract sends it: their
      * permit number, what closes -- a whole intersection (I) or
      * one block of street (S), eastbound (E) or southbound (S)
      * from the COL/ROW named, the same closed-segment convention
      * as GRIDREC and SCENREC -- and the first and last dates the
      * closure is in force, both inclusive.  the extract is the
      * whole calendar every night, not the day's changes: a permit
      * that no longer appears has been withdrawn.
      * the closure load keeps the last load's accepted closures in
      * PE15PWRG in this same layout, re-prefixed, to tell what was
      * added, changed and expired since.
       01  pwcl-record.
           05  pwcl-closure-id              PIC X(12).
           05  pwcl-closure-type            PIC X.
               88  pwcl-intersection                VALUE "I".
               88  pwcl-segment                     VALUE "S".
           05  pwcl-col                     PIC 9(4).
           05  pwcl-row                     PIC 9(4).
           05  pwcl-direction               PIC X.
               88  pwcl-eastbound                   VALUE "E".
               88  pwcl-southbound                  VALUE "S".
           05  pwcl-start-date              PIC 9(8).
           05  pwcl-end-date                PIC 9(8).
           05  pwcl-location                PIC X(40).
