      * TURNREC - one event in the life of a requested grid size,
      * kept in PE15TURN, the turnaround register.  the files that
      * say how far a request got -- PE15RJCT, PE15EXCP, PE15IFAC,
      * the shipped PE15IFOT, PE15RSND and PE15ACK -- are all
      * rewritten every night, so the question "how long do our
      * requests take, and what is still open" could only ever be
      * answered for last night, by laying them side by side.  the
      * turnaround capture step (TURNCAP) lays them side by side
      * every night instead, at the end of the stream, and appends
      * what it finds here; the monthly turnaround report (TURNRPT)
      * follows each request through the events.  events:
      *   CARD - one card of the night's deck, due that night,
      *          standing or one-off, and the furthest the night
      *          took it:
      *            E  rejected at edit, reason the PE15RJCT code
      *            X  set aside by the main job, reason the
      *               PE15EXCP code (OVERSIZE, OVERFLOW, SCENMISS)
      *            N  passed the edit but no result was computed
      *            C  computed onto PE15IFAC, but the feed was held
      *               or withdrawn at the release gate and the
      *               result never shipped
      *            S  shipped on PE15IFOT
      *          the run date is the one on the feed detail, which
      *          is what the acknowledgments carry; zero when no
      *          detail was computed
      *   RSND - one detail retransmitted on that night's PE15RSND,
      *          reason the resend feed's sequence number
      *   ACK  - one acknowledgment received on that night's
      *          PE15ACK, status and reason as ACKREC's
      * the origin is "S" for a card generated from a standing
      * request on PE15STND, "O" for a one-off keyed card.  a card
      * with no requesting area keyed takes its standing request's.
      * the register is in cycle-date order, a night's events
      * together; a rerun of the capture step replaces its night's
      * events rather than adding to them.
       01  turnaround-record.
           05  turn-cycle-date              PIC 9(8).
           05  FILLER                       PIC X VALUE SPACE.
           05  turn-event                   PIC X(4).
               88  turn-card-event                  VALUE "CARD".
               88  turn-resend-event                VALUE "RSND".
               88  turn-ack-event                   VALUE "ACK ".
           05  FILLER                       PIC X VALUE SPACE.
           05  turn-width                   PIC 9(4).
           05  turn-height                  PIC 9(4).
           05  FILLER                       PIC X VALUE SPACE.
           05  turn-run-date                PIC 9(8).
           05  FILLER                       PIC X VALUE SPACE.
           05  turn-request-id              PIC X(8).
           05  FILLER                       PIC X VALUE SPACE.
           05  turn-requesting-area         PIC X(20).
           05  FILLER                       PIC X VALUE SPACE.
           05  turn-origin                  PIC X.
               88  turn-standing-origin             VALUE "S".
               88  turn-one-off-origin              VALUE "O".
           05  FILLER                       PIC X VALUE SPACE.
           05  turn-stage                   PIC X.
               88  turn-rejected-at-edit            VALUE "E".
               88  turn-set-aside                   VALUE "X".
               88  turn-not-computed                VALUE "N".
               88  turn-not-shipped                 VALUE "C".
               88  turn-shipped                     VALUE "S".
           05  FILLER                       PIC X VALUE SPACE.
           05  turn-ack-status              PIC X.
               88  turn-ack-accepted                VALUE "A".
               88  turn-ack-rejected                VALUE "R".
           05  FILLER                       PIC X VALUE SPACE.
           05  turn-reason                  PIC X(8).
