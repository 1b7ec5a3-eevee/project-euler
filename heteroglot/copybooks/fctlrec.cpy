      * FCTLREC - one feed-control record per PE15IFAC feed, keyed
      * by the feed's sequence number, kept in PE15FCTL in sequence
      * order.  the main job's feed used to be picked up as written,
      * so a night that ended on a reconcile mismatch, a changed
      * regression compare or an out-of-balance NIGHTBAL could put
      * a wrong answer in front of routing-analysis before anyone
      * here had looked.  the release gate (IFACGATE) now stages
      * every feed here with the night's record as it found it, and
      * only a feed that passed or was released goes on to the
      * outbound file; a held one waits for a supervisor's decision
      * through the release transaction (IFACREL).
      *   staged    - when the gate first saw the feed, and the
      *               feed's own header and trailer figures
      *   main rc / nightbal rc / compare changed
      *             - the night's record the hold was decided on:
      *               the main job's and NIGHTBAL's return codes off
      *               the cycle record, and the CHANGED count off the
      *               PE15CMPR regression compare
      *   state     - "P" passed the gate, nothing on the record
      *               "H" held, waiting for a supervisor
      *               "R" released by a supervisor
      *               "W" withdrawn by a supervisor: never shipped,
      *               its sequence number accounted for by an empty
      *               withdrawn feed in its place
      *   decided   - who released or withdrew it, when, and the
      *               reason they gave; blank for a passed feed
      *   shipped   - when the gate put it on the outbound file,
      *               blank until then
       01  feed-control-record.
           05  fctl-sequence                PIC 9(6).
           05  FILLER                       PIC X VALUE SPACE.
           05  fctl-cycle-date              PIC 9(8).
           05  FILLER                       PIC X VALUE SPACE.
           05  fctl-job-id                  PIC X(8).
           05  FILLER                       PIC X VALUE SPACE.
           05  fctl-detail-count            PIC 9(6).
           05  FILLER                       PIC X VALUE SPACE.
           05  fctl-hash-total              PIC 9(15).
           05  FILLER                       PIC X VALUE SPACE.
           05  fctl-staged-at               PIC X(19).
           05  FILLER                       PIC X VALUE SPACE.
           05  fctl-main-rc                 PIC 9(4).
           05  FILLER                       PIC X VALUE SPACE.
           05  fctl-nightbal-rc             PIC 9(4).
           05  FILLER                       PIC X VALUE SPACE.
           05  fctl-compare-changed         PIC 9(6).
           05  FILLER                       PIC X VALUE SPACE.
           05  fctl-state                   PIC X.
               88  fctl-passed                      VALUE "P".
               88  fctl-held                        VALUE "H".
               88  fctl-released                    VALUE "R".
               88  fctl-withdrawn                   VALUE "W".
           05  FILLER                       PIC X VALUE SPACE.
           05  fctl-decided-by              PIC X(8).
           05  FILLER                       PIC X VALUE SPACE.
           05  fctl-decided-at              PIC X(19).
           05  FILLER                       PIC X VALUE SPACE.
           05  fctl-decision-reason         PIC X(60).
           05  FILLER                       PIC X VALUE SPACE.
           05  fctl-shipped-at              PIC X(19).
