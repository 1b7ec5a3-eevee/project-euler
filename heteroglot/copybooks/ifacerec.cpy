      * byte:
      *   H - one header per feed: run date, job ID, and a feed
      *       sequence number their load step checks for gaps and
      *       duplicates.  the status byte after the sequence is
      *       blank on a feed of results and "W" on a withdrawn
      *       feed: a feed held at the release gate and withdrawn
      *       by a supervisor still goes out, as a header and a
      *       zero trailer with no details, so its sequence number
      *       arrives and their gap check stays quiet
      *   D - one detail per grid size: WIDTH, HEIGHT, result, run
      *       date, back to back with no delimiters, in the column
      *       layout their load job expects
      * detail must never be mistaken for a new result, and the
      * next cycle's reconciliation keys its cleared/outstanding
      * lines on it.
      * the trailing via-point columns are filled in on a detail for
      * a via-point pair only: its result is then the count of
      * routes through that intersection, not the plain route count
      * of the grid, and the columns say so on the record itself.
      * blank on every other detail and on the header and trailer.
      * the request ID and requesting area after it say whose
      * request the detail answers, carried from the card; blank
      * for a hand-keyed card and on the header and trailer.
       01  iface-record.
           05  iface-rec-type               PIC X.
               88  iface-header-rec                 VALUE "H".
               10  iface-hdr-run-date       PIC 9(8).
               10  iface-hdr-job-id         PIC X(8).
               10  iface-hdr-sequence       PIC 9(6).
               10  iface-hdr-feed-status    PIC X.
                   88  iface-hdr-withdrawn          VALUE "W".
               10  FILLER                   PIC X(57).
           05  iface-trailer REDEFINES iface-body.
               10  iface-trl-detail-count   PIC 9(6).
               10  iface-trl-hash-total     PIC 9(15).
               10  FILLER                   PIC X(59).
           05  iface-resend-marker          PIC X.
               88  iface-resent                     VALUE "R".
           05  iface-via-point.
               10  iface-via-col            PIC 9(4).
               10  iface-via-row            PIC 9(4).
           05  iface-request-id             PIC X(8).
           05  iface-requesting-area        PIC X(20).
