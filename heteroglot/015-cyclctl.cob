      * PROJECT-EULER-15-CYCLCTL: the cycle-control check every step
      * of the night's job stream calls before it touches a file and
      * again as it ends.  twice in one quarter a step ran out of
      * order -- EDIT rerun after the main job had shipped the feed,
      * RESEND run against last night's ack file -- and it took a
      * morning each time to work out which files belonged to which
      * cycle.  PE15CYCL now holds one record per cycle date, with a
      * slot per step (see CYCLREC and CYCLSTEP), and this module is
      * the only thing that writes it:
      *   GRIDGEN opens the cycle -- the date in PE15CYCLE when
      *   operations set one, otherwise today -- and may only do so
      *   once every step of the cycle before it has run clean.
      *   every other step runs for the current (latest) cycle; a
      *   PE15CYCLE naming any other cycle is refused.
      *   a nightly step needs the step before it ended below that
      *   step's failure return code, and nothing after it run yet
      *   this cycle: rerunning a step, or restarting a failed one,
      *   is fine until the next step has started.
      *   a periodic step (AUDTPRG, MSTRORG) needs the whole nightly
      *   stream run clean for the current cycle.
      *   on a split night the split step begins MAIN and the merge
      *   step ends it; the streams between, and the merge step
      *   itself, join MAIN instead of beginning it, and are let run
      *   only while MAIN is in progress for the current cycle, or
      *   has ended failed and is being rerun.  a join posts
      *   nothing.
      * the answer goes back in the caller's CYCLPARM block; a
      * refused step stops with its own return code before it has
      * opened anything, so a refusal never leaves a file half
      * written.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. project-euler-15-cyclctl.


       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * the cycle-control file, read whole and rewritten whole on
      * every call, same as the maintenance transactions treat
      * their files; optional, so the very first GRIDGEN a shop
      * runs starts it.
           SELECT OPTIONAL cycle-file ASSIGN TO "PE15CYCL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-cycle-status.


       DATA DIVISION.
       FILE SECTION.
       FD  cycle-file
           RECORDING MODE IS F.
           COPY cyclrec.

       WORKING-STORAGE SECTION.

       01 ws-cycle-status              PIC XX.
       01 ws-cycle-eof-flag            PIC X VALUE "N".
           88 cycle-eof                        VALUE "Y".
           88 cycle-not-eof                    VALUE "N".

           COPY cyclstep.

      * every cycle on file, oldest first.  same 500-entry sizing as
      * the rest of this shop's in-storage tables; when it is full
      * the oldest cycle is dropped as a new one is opened -- well
      * over a year of nights stays on file for the status report.
       78 max-cycle-entries VALUE IS 500.
       01 ws-cycle-count               USAGE IS UNSIGNED-LONG.
       01 ws-cycle-ix                  USAGE IS UNSIGNED-LONG.
       01 ws-current-ix                USAGE IS UNSIGNED-LONG.
       01 ws-cycle-table.
           05 ws-cycle-entry OCCURS 500 TIMES.
               10 ws-cycle-image           PIC X(763).

      * the cycle being checked or posted, worked on here and moved
      * back into its table slot
           COPY cyclrec REPLACING LEADING ==cycle== BY ==this-cycle==.

       01 ws-step-ix                   USAGE IS UNSIGNED-LONG.
       01 ws-later-ix                  USAGE IS UNSIGNED-LONG.
       01 ws-restart-ix                USAGE IS UNSIGNED-LONG.

       01 ws-requested-cycle-x         PIC X(8).
       01 ws-requested-cycle           PIC 9(8).

       01 ws-current-date-time         PIC X(21).
       01 ws-timestamp                 PIC X(19).

       LINKAGE SECTION.
           COPY cyclparm.


       PROCEDURE DIVISION USING cycle-control-parms.
       do-the-needful.
           SET cycl-step-allowed TO TRUE
           MOVE SPACES TO cycl-message
           PERFORM get-timestamp

           PERFORM find-step-slot
           IF ws-step-ix = 0
               SET cycl-step-refused TO TRUE
               STRING "UNKNOWN STEP NAME " cycl-step-name
                   DELIMITED BY SIZE
                   INTO cycl-message
               GOBACK
           END-IF

           PERFORM load-cycle-file
           IF cycl-step-refused
               GOBACK
           END-IF

           EVALUATE TRUE
               WHEN cycl-begin-step
                   PERFORM begin-step
               WHEN cycl-join-step
                   PERFORM join-step
               WHEN OTHER
                   PERFORM end-step
           END-EVALUATE

           IF cycl-step-allowed AND NOT cycl-join-step
               PERFORM rewrite-cycle-file
           END-IF
           GOBACK
           .


      * precond: none
      * postcond: ws-timestamp holds now, in the audit trail's
      * YYYY-MM-DD HH:MM:SS form
       get-timestamp.
           MOVE FUNCTION CURRENT-DATE TO ws-current-date-time
           MOVE SPACES TO ws-timestamp
           STRING ws-current-date-time(1:4) "-"
               ws-current-date-time(5:2) "-"
               ws-current-date-time(7:2) " "
               ws-current-date-time(9:2) ":"
               ws-current-date-time(11:2) ":"
               ws-current-date-time(13:2)
               DELIMITED BY SIZE
               INTO ws-timestamp
           .


      * precond: cycl-step-name is set
      * postcond: ws-step-ix is the step's slot in the job stream,
      * or 0 when the name is not one of the steps
       find-step-slot.
           MOVE 0 TO ws-step-ix
           PERFORM VARYING ws-cycle-ix FROM 1 BY 1
                   UNTIL ws-cycle-ix > cycle-step-count
                       OR ws-step-ix > 0
               IF cycle-step-name(ws-cycle-ix) = cycl-step-name
                   MOVE ws-cycle-ix TO ws-step-ix
               END-IF
           END-PERFORM
           .


      * precond: none
      * postcond: every cycle on PE15CYCL is in ws-cycle-table,
      * oldest first; a file that exists but will not open refuses
      * the step -- a step that cannot be checked does not run
       load-cycle-file.
           MOVE 0 TO ws-cycle-count
           OPEN INPUT cycle-file
           EVALUATE ws-cycle-status
               WHEN "00"
                   SET cycle-not-eof TO TRUE
                   PERFORM read-next-cycle
                   PERFORM UNTIL cycle-eof
                       IF ws-cycle-count < max-cycle-entries
                           ADD 1 TO ws-cycle-count
                       ELSE
                           PERFORM drop-oldest-cycle
                       END-IF
                       MOVE cycle-record
                           TO ws-cycle-image(ws-cycle-count)
                       PERFORM read-next-cycle
                   END-PERFORM
                   CLOSE cycle-file
               WHEN "05"
                   CLOSE cycle-file
               WHEN OTHER
                   SET cycl-step-refused TO TRUE
                   STRING "PE15CYCL WILL NOT OPEN, STATUS "
                       ws-cycle-status
                       DELIMITED BY SIZE
                       INTO cycl-message
           END-EVALUATE
           .


      * precond: cycle-file is open for input
      * postcond: cycle-record holds the next cycle, and cycle-eof
      * is set true once the file is exhausted
       read-next-cycle.
           READ cycle-file
               AT END
                   SET cycle-eof TO TRUE
           END-READ
           .


      * precond: ws-cycle-table is full
      * postcond: the oldest cycle is gone, every other one has
      * moved up a slot, and the last slot is free for the next
       drop-oldest-cycle.
           PERFORM VARYING ws-cycle-ix FROM 2 BY 1
                   UNTIL ws-cycle-ix > ws-cycle-count
               MOVE ws-cycle-image(ws-cycle-ix)
                   TO ws-cycle-image(ws-cycle-ix - 1)
           END-PERFORM
           .


      * precond: the cycle file is loaded and ws-step-ix set
      * postcond: the step is either refused, with the reason in
      * cycl-message, or posted started in its cycle, with that
      * cycle's date handed back in cycl-cycle-date
       begin-step.
           MOVE SPACES TO ws-requested-cycle-x
           ACCEPT ws-requested-cycle-x FROM ENVIRONMENT "PE15CYCLE"
           IF ws-requested-cycle-x NOT = SPACES
                   AND ws-requested-cycle-x IS NOT NUMERIC
               SET cycl-step-refused TO TRUE
               STRING "PE15CYCLE " ws-requested-cycle-x
                   " IS NOT A YYYYMMDD CYCLE DATE"
                   DELIMITED BY SIZE
                   INTO cycl-message
           ELSE
               IF ws-step-ix = 1
                   PERFORM open-cycle
               ELSE
                   PERFORM join-current-cycle
               END-IF
           END-IF

           IF cycl-step-allowed
               PERFORM check-step-sequence
           END-IF

           IF cycl-step-allowed
               SET this-cycle-step-started(ws-step-ix) TO TRUE
               MOVE ws-timestamp
                   TO this-cycle-step-started-at(ws-step-ix)
               MOVE SPACES TO this-cycle-step-ended-at(ws-step-ix)
               MOVE 0 TO this-cycle-step-rc(ws-step-ix)
               ADD 1 TO this-cycle-step-runs(ws-step-ix)
               MOVE this-cycle-record TO ws-cycle-image(ws-current-ix)
               MOVE this-cycle-date TO cycl-cycle-date
           END-IF
           .


      * precond: the cycle file is loaded and ws-step-ix set
      * postcond: the step is let join, with its cycle's date handed
      * back in cycl-cycle-date, when it is in progress in the
      * current cycle or ended there at or above its failure return
      * code; otherwise it is refused.  nothing is posted
       join-step.
           MOVE SPACES TO ws-requested-cycle-x
           ACCEPT ws-requested-cycle-x FROM ENVIRONMENT "PE15CYCLE"
           EVALUATE TRUE
               WHEN ws-requested-cycle-x NOT = SPACES
                       AND ws-requested-cycle-x IS NOT NUMERIC
                   SET cycl-step-refused TO TRUE
                   STRING "PE15CYCLE " ws-requested-cycle-x
                       " IS NOT A YYYYMMDD CYCLE DATE"
                       DELIMITED BY SIZE
                       INTO cycl-message
               WHEN ws-step-ix = 1
                   SET cycl-step-refused TO TRUE
                   STRING cycl-step-name
                       DELIMITED BY SPACE
                       " OPENS THE CYCLE AND CANNOT BE JOINED"
                       DELIMITED BY SIZE
                       INTO cycl-message
               WHEN OTHER
                   PERFORM join-current-cycle
           END-EVALUATE

           IF cycl-step-allowed
               IF this-cycle-step-started(ws-step-ix)
                       OR (this-cycle-step-ended(ws-step-ix)
                           AND this-cycle-step-rc(ws-step-ix)
                               >= cycle-step-fail-rc(ws-step-ix))
                   MOVE this-cycle-date TO cycl-cycle-date
               ELSE
                   SET cycl-step-refused TO TRUE
                   STRING cycl-step-name
                       DELIMITED BY SPACE
                       " IS NOT IN PROGRESS FOR CYCLE "
                       this-cycle-date
                       DELIMITED BY SIZE
                       INTO cycl-message
               END-IF
           END-IF
           .


      * precond: the step is GRIDGEN
      * postcond: this-cycle-record is the cycle GRIDGEN runs for --
      * the latest cycle again when it is a rerun for the same date,
      * otherwise a new cycle added at the end of the table -- or
      * the step is refused: a date older than the current cycle
      * cannot be opened, nor can a new cycle while the current one
      * still has a step to restart
       open-cycle.
           IF ws-requested-cycle-x = SPACES
               MOVE ws-current-date-time(1:8) TO ws-requested-cycle
           ELSE
               MOVE ws-requested-cycle-x TO ws-requested-cycle
           END-IF

           IF ws-cycle-count > 0
               MOVE ws-cycle-count TO ws-current-ix
               MOVE ws-cycle-image(ws-current-ix) TO this-cycle-record
               EVALUATE TRUE
                   WHEN this-cycle-date = ws-requested-cycle
                       CONTINUE
                   WHEN this-cycle-date > ws-requested-cycle
                       SET cycl-step-refused TO TRUE
                       STRING "CYCLE " ws-requested-cycle
                           " IS OLDER THAN THE CURRENT CYCLE "
                           this-cycle-date
                           DELIMITED BY SIZE
                           INTO cycl-message
                   WHEN OTHER
                       PERFORM find-restart-point
                       IF ws-restart-ix > 0
                           SET cycl-step-refused TO TRUE
                           STRING "CYCLE " this-cycle-date
                               " NOT FINISHED, RESTART AT "
                               cycle-step-name(ws-restart-ix)
                               DELIMITED BY SIZE
                               INTO cycl-message
                       ELSE
                           PERFORM add-new-cycle
                       END-IF
               END-EVALUATE
           ELSE
               PERFORM add-new-cycle
           END-IF
           .


      * precond: ws-requested-cycle holds a cycle date later than
      * any on file
      * postcond: a fresh cycle, no step run, is the last entry of
      * the table and in this-cycle-record, ws-current-ix on it
       add-new-cycle.
           IF ws-cycle-count < max-cycle-entries
               ADD 1 TO ws-cycle-count
           ELSE
               PERFORM drop-oldest-cycle
           END-IF
           MOVE ws-cycle-count TO ws-current-ix
           MOVE SPACES TO this-cycle-record
           MOVE ws-requested-cycle TO this-cycle-date
           MOVE ws-timestamp TO this-cycle-opened
           PERFORM VARYING ws-cycle-ix FROM 1 BY 1
                   UNTIL ws-cycle-ix > cycle-step-count
               MOVE 0 TO this-cycle-step-rc(ws-cycle-ix)
               MOVE 0 TO this-cycle-step-runs(ws-cycle-ix)
           END-PERFORM
           MOVE this-cycle-record TO ws-cycle-image(ws-current-ix)
           .


      * precond: the step is anything but GRIDGEN
      * postcond: this-cycle-record is the current (latest) cycle,
      * ws-current-ix on it, or the step is refused: there is no
      * cycle yet, or PE15CYCLE names a different one
       join-current-cycle.
           IF ws-cycle-count = 0
               SET cycl-step-refused TO TRUE
               STRING "NO CYCLE OPEN -- GRIDGEN HAS NEVER RUN"
                   DELIMITED BY SIZE
                   INTO cycl-message
           ELSE
               MOVE ws-cycle-count TO ws-current-ix
               MOVE ws-cycle-image(ws-current-ix) TO this-cycle-record
               IF ws-requested-cycle-x NOT = SPACES
                       AND ws-requested-cycle-x NOT = this-cycle-date
                   SET cycl-step-refused TO TRUE
                   STRING "CYCLE " ws-requested-cycle-x
                       " IS NOT THE CURRENT CYCLE " this-cycle-date
                       DELIMITED BY SIZE
                       INTO cycl-message
               END-IF
           END-IF
           .


      * precond: this-cycle-record is the cycle the step runs for
      * postcond: the step is refused when it is out of sequence --
      * a nightly step whose predecessor has not ended clean, or
      * whose successors have already started; a periodic step
      * before the nightly stream has finished clean
       check-step-sequence.
           IF ws-step-ix > cycle-nightly-step-count
               PERFORM find-restart-point
               IF ws-restart-ix > 0
                       AND ws-restart-ix <= cycle-nightly-step-count
                   SET cycl-step-refused TO TRUE
                   STRING "NIGHTLY STREAM FOR CYCLE " this-cycle-date
                       " NOT FINISHED, RESTART AT "
                       cycle-step-name(ws-restart-ix)
                       DELIMITED BY SIZE
                       INTO cycl-message
               END-IF
           ELSE
               IF ws-step-ix > 1
                   MOVE ws-step-ix TO ws-later-ix
                   SUBTRACT 1 FROM ws-later-ix
                   IF NOT this-cycle-step-ended(ws-later-ix)
                           OR this-cycle-step-rc(ws-later-ix)
                               >= cycle-step-fail-rc(ws-later-ix)
                       SET cycl-step-refused TO TRUE
                       STRING cycle-step-name(ws-later-ix)
                           DELIMITED BY SPACE
                           " HAS NOT RUN CLEAN FOR CYCLE "
                           this-cycle-date
                           DELIMITED BY SIZE
                           INTO cycl-message
                   END-IF
               END-IF
               IF cycl-step-allowed
                   PERFORM VARYING ws-later-ix FROM ws-step-ix BY 1
                           UNTIL ws-later-ix >= cycle-step-count
                               OR cycl-step-refused
                       IF NOT this-cycle-step-not-run(ws-later-ix + 1)
                           SET cycl-step-refused TO TRUE
                           STRING cycle-step-name(ws-later-ix + 1)
                               DELIMITED BY SPACE
                               " HAS ALREADY RUN FOR CYCLE "
                               this-cycle-date
                               DELIMITED BY SIZE
                               INTO cycl-message
                       END-IF
                   END-PERFORM
               END-IF
           END-IF
           .


      * precond: this-cycle-record holds a cycle
      * postcond: ws-restart-ix is the step the cycle must restart
      * at -- the first nightly step not yet ended clean, else the
      * first periodic step that started but did not end clean --
      * or 0 when the cycle has nothing left to restart
       find-restart-point.
           MOVE 0 TO ws-restart-ix
           PERFORM VARYING ws-cycle-ix FROM 1 BY 1
                   UNTIL ws-cycle-ix > cycle-nightly-step-count
                       OR ws-restart-ix > 0
               IF NOT this-cycle-step-ended(ws-cycle-ix)
                       OR this-cycle-step-rc(ws-cycle-ix)
                           >= cycle-step-fail-rc(ws-cycle-ix)
                   MOVE ws-cycle-ix TO ws-restart-ix
               END-IF
           END-PERFORM
           PERFORM VARYING ws-cycle-ix
                   FROM cycle-nightly-step-count BY 1
                   UNTIL ws-cycle-ix >= cycle-step-count
                       OR ws-restart-ix > 0
               IF this-cycle-step-started(ws-cycle-ix + 1)
                       OR (this-cycle-step-ended(ws-cycle-ix + 1)
                           AND this-cycle-step-rc(ws-cycle-ix + 1)
                               >= cycle-step-fail-rc(ws-cycle-ix + 1))
                   COMPUTE ws-restart-ix = ws-cycle-ix + 1
               END-IF
           END-PERFORM
           .


      * precond: the cycle file is loaded; cycl-cycle-date is the
      * date "B" handed back and cycl-step-rc the step's return code
      * postcond: the step is posted ended in its cycle.  a cycle
      * no longer on file cannot be posted to: said on the console,
      * and the file is left alone
       end-step.
           MOVE 0 TO ws-current-ix
           PERFORM VARYING ws-cycle-ix FROM ws-cycle-count BY -1
                   UNTIL ws-cycle-ix = 0 OR ws-current-ix > 0
               MOVE ws-cycle-image(ws-cycle-ix) TO this-cycle-record
               IF this-cycle-date = cycl-cycle-date
                   MOVE ws-cycle-ix TO ws-current-ix
               END-IF
           END-PERFORM

           IF ws-current-ix = 0
               SET cycl-step-refused TO TRUE
               STRING "CYCLE " cycl-cycle-date
                   " IS NOT ON PE15CYCL, END OF STEP NOT POSTED"
                   DELIMITED BY SIZE
                   INTO cycl-message
               DISPLAY "PE15CYCLCTL: " cycl-step-name " "
                   cycl-message
           ELSE
               MOVE ws-cycle-image(ws-current-ix) TO this-cycle-record
               SET this-cycle-step-ended(ws-step-ix) TO TRUE
               MOVE ws-timestamp TO this-cycle-step-ended-at(ws-step-ix)
               MOVE cycl-step-rc TO this-cycle-step-rc(ws-step-ix)
               MOVE this-cycle-record TO ws-cycle-image(ws-current-ix)
           END-IF
           .


      * precond: ws-cycle-table holds every cycle, the step's post
      * included
      * postcond: PE15CYCL is rewritten from the table.  a file
      * that will not take the rewrite refuses a starting step; an
      * ending step can only say so on the console, and its cycle
      * keeps showing it started, which makes it the restart point
       rewrite-cycle-file.
           OPEN OUTPUT cycle-file
           IF ws-cycle-status NOT = "00" AND "05"
               SET cycl-step-refused TO TRUE
               STRING "PE15CYCL WILL NOT OPEN FOR OUTPUT, STATUS "
                   ws-cycle-status
                   DELIMITED BY SIZE
                   INTO cycl-message
               IF cycl-end-step
                   DISPLAY "PE15CYCLCTL: " cycl-step-name " "
                       cycl-message
               END-IF
           ELSE
               PERFORM VARYING ws-cycle-ix FROM 1 BY 1
                       UNTIL ws-cycle-ix > ws-cycle-count
                   MOVE ws-cycle-image(ws-cycle-ix) TO cycle-record
                   WRITE cycle-record
               END-PERFORM
               CLOSE cycle-file
           END-IF
           .

       END PROGRAM project-euler-15-cyclctl.
