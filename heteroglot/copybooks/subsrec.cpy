      * SUBSREC - one downstream subscriber to the night's route
      * counts, kept in PE15SUBS.  PE15IFAC was built for the
      * routing-analysis load job alone, and every department that
      * wanted the counts after them would have meant another
      * extract program.  the distribution step (DISTRIB) now cuts
      * one feed per subscriber on this file from the feed the
      * release gate shipped, and SUBSRCN reconciles each one's
      * acknowledgments; the next consumer is a record here, added
      * through the SUBSMNT console transaction.
      *   id        - four characters, letters and digits, naming
      *               the subscriber's files:
      *                 PE15SFED.id  the feed cut for it
      *                 PE15SSEQ.id  its feed sequence control
      *                 PE15SACK.id  the acknowledgments it sends
      *   name      - who the subscriber is, for the reports
      *   state     - "A" active, a feed is cut every night
      *               "S" suspended, none is, and no sequence
      *               number is spent
      *   layout    - "F" fixed width, the IFACEREC layout exactly:
      *               the same H/D/E/T records routing-analysis
      *               takes, under the subscriber's own header,
      *               sequence and trailer.  its acknowledgments
      *               come back in the ACKREC layout
      *               "C" comma-delimited, one line per record:
      *                 H,run date,subscriber id,sequence,status
      *                 D,width,height,result,run date,via col,
      *                   via row,request id,requesting area
      *                 T,detail count,hash total
      *               with the result's leading zeros dropped, the
      *               via columns empty on a plain route count, the
      *               status "W" on a withdrawn night's header and
      *               empty otherwise; hash total as IFACEREC's.  its
      *               acknowledgments come back the same way, as
      *                 width,height,run date,status,reason
      *               with ACKREC's status and reason codes
      *   selection - which details of the night it receives:
      *               "A" every one
      *               "S" only the grid sizes on its size list
      *               "R" only those answering a request from one
      *               of the requesting areas on its area list
      *   sizes     - WIDTH x HEIGHT pairs, up to twenty
      *   areas     - requesting areas, up to ten, as they stand
      *               on the standing requests
      *   changed   - the operator and time of the last change
      * a resent ("R") detail is routing-analysis's retransmission
      * of its own rejects and goes to no subscriber, whatever it
      * selects.
       78  max-subscriber-sizes             VALUE IS 20.
       78  max-subscriber-areas             VALUE IS 10.
       01  subscriber-record.
           05  subs-id                      PIC X(4).
           05  FILLER                       PIC X VALUE SPACE.
           05  subs-name                    PIC X(30).
           05  FILLER                       PIC X VALUE SPACE.
           05  subs-state                   PIC X.
               88  subs-active                      VALUE "A".
               88  subs-suspended                   VALUE "S".
           05  FILLER                       PIC X VALUE SPACE.
           05  subs-layout                  PIC X.
               88  subs-fixed-layout                VALUE "F".
               88  subs-delimited-layout            VALUE "C".
           05  FILLER                       PIC X VALUE SPACE.
           05  subs-selection               PIC X.
               88  subs-takes-all                   VALUE "A".
               88  subs-takes-sizes                 VALUE "S".
               88  subs-takes-areas                 VALUE "R".
           05  FILLER                       PIC X VALUE SPACE.
           05  subs-size-count              PIC 9(2).
           05  subs-size-list.
               10  subs-size OCCURS 20 TIMES.
                   15  subs-size-width      PIC 9(4).
                   15  subs-size-height     PIC 9(4).
           05  FILLER                       PIC X VALUE SPACE.
           05  subs-area-count              PIC 9(2).
           05  subs-area-list.
               10  subs-area OCCURS 10 TIMES
                                            PIC X(20).
           05  FILLER                       PIC X VALUE SPACE.
           05  subs-changed-by              PIC X(8).
           05  FILLER                       PIC X VALUE SPACE.
           05  subs-changed-at              PIC X(19).
