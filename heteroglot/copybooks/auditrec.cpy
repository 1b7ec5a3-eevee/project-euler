      * AUDIT-RESULT, 64 digits in all.  lines written before the
      * column existed have it blank, which reads as zero -- every
      * result small enough for the old column alone is unchanged.
      * the trailing AUDIT-SEGMENT-COUNT is the closed-segment
      * count, kept for the same reason as the blocked count: a
      * grid with a block of street closed is not the clean grid of
      * its size either.  blank on lines from before the column
      * existed, which reads as none closed.
      * the trailing AUDIT-VIA-COL/AUDIT-VIA-ROW name the via point
      * of a via-point pair, whose AUDIT-RESULT is the count of
      * routes through that intersection, not the grid's plain route
      * count -- a line with them filled in must never be read as
      * the plain count of its size.  blank on every other line.
      * the trailing AUDIT-REQUEST-ID/AUDIT-REQUESTING-AREA say
      * whose request the line answered -- the standing request and
      * requesting area its card came from; blank for a hand-keyed
      * card and on lines from before the columns existed.
       01  audit-record.
           05  audit-timestamp              PIC X(19).
           05  FILLER                       PIC X VALUE SPACE.
           05  audit-blocked-count           PIC 9(2).
           05  FILLER                       PIC X VALUE SPACE.
           05  audit-result-high             PIC 9(33).
           05  FILLER                       PIC X VALUE SPACE.
           05  audit-segment-count           PIC 9(2).
           05  FILLER                       PIC X VALUE SPACE.
           05  audit-via-col                 PIC 9(4).
           05  FILLER                       PIC X VALUE SPACE.
           05  audit-via-row                 PIC 9(4).
           05  FILLER                       PIC X VALUE SPACE.
           05  audit-request-id              PIC X(8).
           05  FILLER                       PIC X VALUE SPACE.
           05  audit-requesting-area         PIC X(20).
