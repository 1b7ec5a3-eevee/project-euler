      * transaction; the cell-list columns are the same layout (and
      * the same twenty-cell capacity) as the GRIDREC extension they
      * replace.
      * the trailing closed-segment list carries the scenario's
      * closed blocks of street -- one move between two open
      * intersections, eastbound (E) or southbound (S) from the
      * COL/ROW named -- in the same layout and twenty-entry
      * capacity as the GRIDREC closed-segment extension.  a blank
      * count is a scenario stored before the list existed, and
      * reads as no closed segments.
       01  scenario-record.
           05  scen-id                      PIC X(8).
           05  scen-description             PIC X(30).
               10  scen-blocked-cell OCCURS 20 TIMES.
                   15  scen-blocked-col     PIC 9(4).
                   15  scen-blocked-row     PIC 9(4).
           05  scen-segment-count           PIC 9(2).
           05  scen-segment-list.
               10  scen-closed-segment OCCURS 20 TIMES.
                   15  scen-segment-col     PIC 9(4).
                   15  scen-segment-row     PIC 9(4).
                   15  scen-segment-dir     PIC X.
