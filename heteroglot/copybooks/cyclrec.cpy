      * CYCLREC - one cycle-control record per night's cycle, keyed
      * by cycle date, kept in PE15CYCL in cycle-date order.  the
      * night's job stream -- GRIDGEN, CLOSLOAD, EDIT, the main job,
      * NIGHTBAL, IFACGATE, ACKRCN, RESEND, DISTRIB, SUBSRCN,
      * TURNCAP, then AUDTPRG and MSTRORG when they are due --
      * used to run on trust: nothing stopped an operator rerunning
      * EDIT after the main job had shipped the feed, or running
      * RESEND against last night's ack file.  every step now checks
      * this record before it touches a file and posts to it when it
      * ends, so a step out of sequence or for the wrong cycle
      * refuses to run, and the status report can say which steps
      * ran, when, how they ended and where to restart.
      * one slot per step, in job-stream order (see CYCLSTEP):
      *   state     - blank never run this cycle, "S" started and
      *               not (yet) ended -- still running, or abended
      *               without getting to post its end -- and "E"
      *               ended with the return code alongside
      *   started   - when the latest run of the step began
      *   ended     - when it ended, blank while state is "S"
      *   rc        - the return code it ended with
      *   runs      - how many times the step has started this
      *               cycle, so a rerun is plain on the report
      * the slots past CYCLSTEP's step count are spare, blank on
      * every record, so the next step added to the stream is a
      * table entry in CYCLSTEP rather than a new record length.
       01  cycle-record.
           05  cycle-date                   PIC 9(8).
           05  cycle-opened                 PIC X(19).
           05  cycle-step OCCURS 16 TIMES.
               10  cycle-step-state         PIC X.
                   88  cycle-step-not-run           VALUE SPACE.
                   88  cycle-step-started           VALUE "S".
                   88  cycle-step-ended             VALUE "E".
               10  cycle-step-started-at    PIC X(19).
               10  cycle-step-ended-at      PIC X(19).
               10  cycle-step-rc            PIC 9(4).
               10  cycle-step-runs          PIC 9(3).
