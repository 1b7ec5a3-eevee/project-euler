      * step: the input record number, a reason code, and the record
      * image as keyed, so whoever keyed the card can find and fix it
      * before the batch window.  Reason codes:
      *   NNUM - a dimension, blocked-count or segment-count column
      *          is not numeric
      *   ZERO - a dimension is zero
      *   OMAX - a dimension exceeds the supported maximum
      *   BMAX - the blocked-intersection count exceeds the list's
      *          scenario library
      *   SAMB - a keyed blocked-cell list and a scenario ID on the
      *          same card (the edit will not guess which one the
      *          keyer meant); likewise a keyed closed-segment
      *          list alongside a scenario ID
      *   SMAX - the closed-segment count exceeds the list's
      *          capacity
      *   SSEG - a closed segment is not numeric, has a direction
      *          other than E or S, or leads off the grid
      *   VIAP - the via point is not numeric or lies outside the
      *          grid
      * the image is the whole card, so a rejected generated card
      * still names the standing request and requesting area it
      * came from; the REDEFINES below picks them out.
       01  reject-record.
           05  reject-record-number         PIC 9(6).
           05  FILLER                       PIC X VALUE SPACE.
           05  reject-reason-code           PIC X(4).
           05  FILLER                       PIC X VALUE SPACE.
           05  reject-record-image          PIC X(396).
           05  reject-image-r REDEFINES reject-record-image.
               10  FILLER                   PIC X(368).
               10  reject-request-id        PIC X(8).
               10  reject-requesting-area   PIC X(20).
