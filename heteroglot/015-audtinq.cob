               MOVE SPACES TO inquiry-report-record
               MOVE trail-record TO inquiry-report-record
               WRITE inquiry-report-record
      * the request columns sit past the report width, so a line
      * answering a standing request gets them on a line of its own
               IF trail-request-id NOT = SPACES
                       OR trail-requesting-area NOT = SPACES
                   MOVE SPACES TO inquiry-report-record
                   STRING "   REQUEST: " trail-request-id
                       "   REQUESTING AREA: " trail-requesting-area
                       DELIMITED BY SIZE
                       INTO inquiry-report-record
                   WRITE inquiry-report-record
               END-IF
               PERFORM tally-day
      * blocked-grid lines (nonzero blocked or closed-segment
      * count; blank on lines from before the column existed) stay
      * out of the changed-result check -- see tally-size -- and so
      * do via-point lines, whose result is the routes through the
      * via point rather than the plain count of the size
               IF (trail-blocked-count IS NUMERIC
                       AND trail-blocked-count > 0)
                   OR (trail-segment-count IS NUMERIC
                       AND trail-segment-count > 0)
                   OR trail-via-col IS NUMERIC
                   CONTINUE
               ELSE
                   PERFORM assemble-full-result
