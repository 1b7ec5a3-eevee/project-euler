      * CYCLSTEP - the night's job stream in the order it must run,
      * slot for slot with the step table in CYCLREC, and for each step
      * the lowest return code that counts as a failure: a failed step
      * is the restart point, and nothing after it may run until it has
      * been rerun clean.  the nightly steps (the first eleven) run once
      * per cycle, in order; the periodic steps after them run only
      * once the night's stream has finished.  the thresholds follow
      * what each step's return codes mean: GRIDGEN, CLOSLOAD, EDIT,
      * RESEND, DISTRIB and TURNCAP give 8 when an input would not open
      * and nothing useful was produced; the main job's 8 is a
      * reconcile mismatch on a complete run, NIGHTBAL's an
      * out-of-balance leg and ACKRCN's and SUBSRCN's a discrepancy
      * bucket -- all results for the night shift to work, not failed
      * steps -- so only their 16 stops the stream.  IFACGATE is the
      * exception the other way: its 4 is a feed held for a
      * supervisor's decision, and nothing after it may run -- nor the
      * next cycle open -- until the feed has been released or
      * withdrawn and the gate rerun to ship it.
      * on a night the deck is split, MAIN is still the one step:
      * SPLIT begins it, each stream of the main job and then MERGE
      * join it, and MERGE ends it with the night's return code.
       78  cycle-step-count                 VALUE IS 13.
       78  cycle-nightly-step-count         VALUE IS 11.
       01  cycle-step-table-values.
           05  FILLER                       PIC X(12)
                                            VALUE "GRIDGEN 0008".
           05  FILLER                       PIC X(12)
                                            VALUE "CLOSLOAD0008".
           05  FILLER                       PIC X(12)
                                            VALUE "EDIT    0008".
           05  FILLER                       PIC X(12)
                                            VALUE "MAIN    0016".
           05  FILLER                       PIC X(12)
                                            VALUE "NIGHTBAL0016".
           05  FILLER                       PIC X(12)
                                            VALUE "IFACGATE0004".
           05  FILLER                       PIC X(12)
                                            VALUE "ACKRCN  0016".
           05  FILLER                       PIC X(12)
                                            VALUE "RESEND  0008".
           05  FILLER                       PIC X(12)
                                            VALUE "DISTRIB 0008".
           05  FILLER                       PIC X(12)
                                            VALUE "SUBSRCN 0016".
           05  FILLER                       PIC X(12)
                                            VALUE "TURNCAP 0008".
           05  FILLER                       PIC X(12)
                                            VALUE "AUDTPRG 0016".
           05  FILLER                       PIC X(12)
                                            VALUE "MSTRORG 0016".
       01  cycle-step-table REDEFINES cycle-step-table-values.
           05  cycle-step-entry OCCURS 13 TIMES.
               10  cycle-step-name          PIC X(8).
               10  cycle-step-fail-rc       PIC 9(4).
