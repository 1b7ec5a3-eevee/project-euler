      * dates; an expiry of all zeros means no expiry.  the
      * blockage, when there is one, is either a scenario ID from
      * the PE15SCEN library or a keyed cell list, never both --
      * the same rule the card edit enforces.  the scenario ID LIVE
      * means whatever public-works closures are in force the night
      * the card is generated (see PWSCEN).
      * the via point, when there is one, rides onto the generated
      * card as is; blank columns are no via point.
       01  standing-record.
           05  stnd-request-id              PIC X(8).
           05  stnd-width                   PIC 9(4).
               10  stnd-blocked-cell OCCURS 20 TIMES.
                   15  stnd-blocked-col     PIC 9(4).
                   15  stnd-blocked-row     PIC 9(4).
           05  stnd-via-point.
               10  stnd-via-col             PIC 9(4).
               10  stnd-via-row             PIC 9(4).
