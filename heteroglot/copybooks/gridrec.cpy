      * list.  a card carries either a keyed cell list or a
      * scenario ID, never both; records written before the column
      * existed leave it blank, which reads as no scenario.
      * columns 179-360 are the closed-segment extension: a count
      * and up to twenty closed blocks of street.  a closed segment
      * leaves both of its intersections open and takes out only
      * the one move between them -- eastbound from (COL,ROW) to
      * (COL+1,ROW) for direction E, southbound from (COL,ROW) to
      * (COL,ROW+1) for direction S -- which is what most of the
      * closures routing-analysis sends us actually are.  same
      * either-or rule as the cell list: a scenario ID brings its
      * own segments from the library, so a card naming one keys
      * none.  a blank count reads as no closed segments, so every
      * record written before the extension existed still reads
      * correctly.
      * columns 361-368 are the via point: one intersection (column
      * 0..WIDTH, row 0..HEIGHT) the pair's routes are counted
      * through.  a card with a via point still gets its plain route
      * count, and alongside it the routes that pass through the
      * via point and the routes that avoid it -- the split
      * routing-analysis used to work out by hand from two runs.
      * blank columns are no via point, so every record written
      * before the extension existed still reads correctly.  a via
      * point sits happily beside a keyed cell list, closed segments
      * or a scenario ID: the counts honor every closure in force.
      * columns 369-396 say whose request the card is: the
      * standing-request ID and requesting area the generator step
      * copies from the schedule, carried unaltered through the
      * validated parameter file into every output the pair leaves
      * behind, so a result can be traced back to the area that
      * asked for it.  blank on a hand-keyed card unless data entry
      * keys them.
      * Shared by every file in this shop that carries a grid size:
      * the control-card/parameter file, the default-parameter file,
      * the multi-grid batch input, and the checkpoint file.  Each FD
                   15  grid-blocked-col    PIC 9(4).
                   15  grid-blocked-row    PIC 9(4).
           05  grid-scenario-id            PIC X(8).
           05  grid-segment-count          PIC 9(2).
           05  grid-segment-list.
               10  grid-closed-segment OCCURS 20 TIMES.
                   15  grid-segment-col    PIC 9(4).
                   15  grid-segment-row    PIC 9(4).
                   15  grid-segment-dir    PIC X.
                       88  grid-segment-eastbound  VALUE "E".
                       88  grid-segment-southbound VALUE "S".
           05  grid-via-point.
               10  grid-via-col            PIC 9(4).
               10  grid-via-row            PIC 9(4).
           05  grid-request.
               10  grid-request-id         PIC X(8).
               10  grid-requesting-area    PIC X(20).
