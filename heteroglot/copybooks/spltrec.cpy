      * SPLTREC - the split control record: how the split step dealt
      * tonight's validated deck across the parallel streams of the
      * main job, for the merge step to gather them back by.  one
      * record, rewritten by every split: the cycle it was dealt
      * for, when, how many cards PE15VPRM held, how many streams
      * they went to, and how many cards each stream got, in deck
      * order -- stream 01 the first share, stream 02 the next.
      * the split step empties the file before it deals, so a split
      * that stops part way leaves nothing the merge step would take
      * for a finished one.
      * MAX-SPLIT-STREAMS is as many streams as a night may be split
      * into: the stream number is two digits on every file name,
      * and twenty copies of the main job is already more than the
      * batch window has ever had initiators for.
       78  max-split-streams                VALUE IS 20.
       01  split-record.
           05  splt-cycle-date              PIC 9(8).
           05  FILLER                       PIC X VALUE SPACE.
           05  splt-written-at              PIC X(19).
           05  FILLER                       PIC X VALUE SPACE.
           05  splt-card-count              PIC 9(6).
           05  FILLER                       PIC X VALUE SPACE.
           05  splt-stream-count            PIC 9(2).
           05  FILLER                       PIC X VALUE SPACE.
           05  splt-stream-cards            PIC 9(6)
                                            OCCURS 20 TIMES.
