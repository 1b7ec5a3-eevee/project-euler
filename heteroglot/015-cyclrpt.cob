      * PROJECT-EULER-15-CYCLRPT: the cycle status report.  reads
      * the PE15CYCL cycle-control file the job-stream steps post to
      * and prints, for one cycle, every step of the stream in the
      * order it must run: whether it has run, how many times, when
      * it started and ended, the return code it ended with, and --
      * the line the night shift wants first after a failure --
      * where the cycle has to restart.  run it any time; it only
      * reads the file, so it is not itself a step of the stream.
      *
      * selection, optional:
      *   PE15CYCLE - the cycle date to report, YYYYMMDD; blank
      *               reports the current (latest) cycle

       IDENTIFICATION DIVISION.
       PROGRAM-ID. project-euler-15-cyclrpt.


       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * the cycle-control file, read here untouched.  optional, so
      * a shop that has never opened a cycle gets a report saying
      * so rather than an I/O error.
           SELECT OPTIONAL cycle-file ASSIGN TO "PE15CYCL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-cycle-status.

      * the status report, in the shop's 132-column print format.
           SELECT cycle-report-file ASSIGN TO "PE15CYRP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-cycle-report-status.


       DATA DIVISION.
       FILE SECTION.
       FD  cycle-file
           RECORDING MODE IS F.
           COPY cyclrec.

       FD  cycle-report-file
           RECORDING MODE IS F.
       01 cycle-report-record          PIC X(132).

       WORKING-STORAGE SECTION.

       01 ws-cycle-status              PIC XX.
       01 ws-cycle-open-status         PIC XX.
       01 ws-cycle-report-status       PIC XX.
       01 ws-cycle-eof-flag            PIC X VALUE "N".
           88 cycle-eof                        VALUE "Y".
           88 cycle-not-eof                    VALUE "N".

           COPY cyclstep.

      * the cycle being reported: the one PE15CYCLE names, else the
      * last one on file
           COPY cyclrec REPLACING LEADING ==cycle== BY ==this-cycle==.
       01 ws-cycle-found-flag          PIC X VALUE "N".
           88 cycle-found                      VALUE "Y".
           88 cycle-not-found                  VALUE "N".
       01 ws-cycles-on-file            PIC 9(6) VALUE 0.

       01 ws-requested-cycle-x         PIC X(8).
       01 ws-cycle-date-edited         PIC 9999/99/99.

       01 ws-step-ix                   USAGE IS UNSIGNED-LONG.
       01 ws-restart-ix                USAGE IS UNSIGNED-LONG.
       01 ws-state-text                PIC X(16).
       01 ws-rc-text                   PIC X(4).

      * run date for the report header
       01 ws-current-date-time         PIC X(21).
       01 ws-run-date-numeric          PIC 9(8).
       01 ws-run-date-edited           PIC 9999/99/99.


       PROCEDURE DIVISION.
       do-the-needful.
           PERFORM get-run-date
           MOVE SPACES TO ws-requested-cycle-x
           ACCEPT ws-requested-cycle-x FROM ENVIRONMENT "PE15CYCLE"

           OPEN OUTPUT cycle-report-file
           PERFORM write-cycle-header

           OPEN INPUT cycle-file
           MOVE ws-cycle-status TO ws-cycle-open-status
           IF ws-cycle-open-status = "00" OR "05"
               PERFORM read-next-cycle
               PERFORM UNTIL cycle-eof
                   PERFORM consider-one-cycle
                   PERFORM read-next-cycle
               END-PERFORM
               CLOSE cycle-file
           ELSE
      * a control file that exists but will not open: a report
      * saying no cycle under a clean return code would send the
      * night shift the wrong way, so say what happened
               DISPLAY "PE15CYCLRPT: UNABLE TO OPEN PE15CYCL, "
                   "STATUS " ws-cycle-open-status
               MOVE SPACES TO cycle-report-record
               STRING "*** UNABLE TO OPEN PE15CYCL, STATUS "
                   ws-cycle-open-status ", NO STATUS REPORTED ***"
                   DELIMITED BY SIZE
                   INTO cycle-report-record
               WRITE cycle-report-record
               CLOSE cycle-report-file
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           IF cycle-found
               PERFORM write-cycle-status
           ELSE
               MOVE SPACES TO cycle-report-record
               IF ws-requested-cycle-x = SPACES
                   STRING "NO CYCLE ON FILE -- GRIDGEN HAS NEVER RUN"
                       DELIMITED BY SIZE
                       INTO cycle-report-record
               ELSE
                   STRING "CYCLE " ws-requested-cycle-x
                       " IS NOT ON FILE"
                       DELIMITED BY SIZE
                       INTO cycle-report-record
               END-IF
               WRITE cycle-report-record
           END-IF

           CLOSE cycle-report-file

      * a warning return code when the cycle has a step to restart,
      * so a scheduler can page on the report alone
           IF cycle-not-found
               MOVE 4 TO RETURN-CODE
           ELSE
               IF ws-restart-ix > 0
                   IF NOT this-cycle-step-not-run(ws-restart-ix)
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF
           END-IF
           STOP RUN
           .


      * precond: none
      * postcond: the run date fields are populated for the report
      * header
       get-run-date.
           MOVE FUNCTION CURRENT-DATE TO ws-current-date-time
           MOVE ws-current-date-time(1:8) TO ws-run-date-numeric
           MOVE ws-run-date-numeric TO ws-run-date-edited
           .


      * precond: cycle-file is open for input
      * postcond: cycle-record holds the next cycle, and cycle-eof
      * is set true once the file is exhausted
       read-next-cycle.
           READ cycle-file
               AT END
                   SET cycle-eof TO TRUE
               NOT AT END
                   SET cycle-not-eof TO TRUE
           END-READ
           .


      * precond: cycle-record holds one cycle
      * postcond: it is this-cycle-record when it is the cycle asked
      * for -- or, with none asked for, when it is the latest so far
      * (the file is kept in cycle-date order)
       consider-one-cycle.
           ADD 1 TO ws-cycles-on-file
           IF ws-requested-cycle-x = SPACES
               MOVE cycle-record TO this-cycle-record
               SET cycle-found TO TRUE
           ELSE
               IF cycle-date = ws-requested-cycle-x
                   MOVE cycle-record TO this-cycle-record
                   SET cycle-found TO TRUE
               END-IF
           END-IF
           .


      * precond: this-cycle-record holds the cycle to report
      * postcond: the cycle line, one line per step and the restart
      * point are on the report
       write-cycle-status.
           MOVE this-cycle-date TO ws-cycle-date-edited
           MOVE SPACES TO cycle-report-record
           STRING "CYCLE DATE: " ws-cycle-date-edited
               "   OPENED: " this-cycle-opened
               "   CYCLES ON FILE: " ws-cycles-on-file
               DELIMITED BY SIZE
               INTO cycle-report-record
           WRITE cycle-report-record

           MOVE SPACES TO cycle-report-record
           WRITE cycle-report-record

           MOVE SPACES TO cycle-report-record
           STRING "STEP      STATE             RUNS  "
               "STARTED              ENDED                RC"
               DELIMITED BY SIZE
               INTO cycle-report-record
           WRITE cycle-report-record

           PERFORM VARYING ws-step-ix FROM 1 BY 1
                   UNTIL ws-step-ix > cycle-step-count
               PERFORM write-one-step
           END-PERFORM

           MOVE SPACES TO cycle-report-record
           WRITE cycle-report-record

           PERFORM find-restart-point
           MOVE SPACES TO cycle-report-record
           EVALUATE TRUE
               WHEN ws-restart-ix = 0
                   STRING "RESTART POINT: NONE -- NIGHTLY STREAM "
                       "COMPLETE"
                       DELIMITED BY SIZE
                       INTO cycle-report-record
               WHEN this-cycle-step-not-run(ws-restart-ix)
                   STRING "RESTART POINT: NONE -- NEXT STEP DUE IS "
                       DELIMITED BY SIZE
                       cycle-step-name(ws-restart-ix)
                       DELIMITED BY SPACE
                       INTO cycle-report-record
               WHEN this-cycle-step-started(ws-restart-ix)
                   STRING "RESTART POINT: "
                       DELIMITED BY SIZE
                       cycle-step-name(ws-restart-ix)
                       DELIMITED BY SPACE
                       " -- STARTED "
                       this-cycle-step-started-at(ws-restart-ix)
                       " AND NEVER POSTED AN END"
                       DELIMITED BY SIZE
                       INTO cycle-report-record
               WHEN OTHER
                   STRING "RESTART POINT: "
                       DELIMITED BY SIZE
                       cycle-step-name(ws-restart-ix)
                       DELIMITED BY SPACE
                       " -- ENDED "
                       this-cycle-step-ended-at(ws-restart-ix)
                       " WITH RETURN CODE "
                       this-cycle-step-rc(ws-restart-ix)
                       DELIMITED BY SIZE
                       INTO cycle-report-record
           END-EVALUATE
           WRITE cycle-report-record
           .


      * precond: ws-step-ix is a step slot of this-cycle-record
      * postcond: the step's line is on the report
       write-one-step.
           MOVE SPACES TO ws-rc-text
           EVALUATE TRUE
               WHEN this-cycle-step-not-run(ws-step-ix)
                   MOVE "NOT RUN" TO ws-state-text
               WHEN this-cycle-step-started(ws-step-ix)
                   MOVE "STARTED, NO END" TO ws-state-text
               WHEN this-cycle-step-rc(ws-step-ix)
                       >= cycle-step-fail-rc(ws-step-ix)
                   MOVE "FAILED" TO ws-state-text
                   MOVE this-cycle-step-rc(ws-step-ix) TO ws-rc-text
               WHEN OTHER
                   MOVE "ENDED" TO ws-state-text
                   MOVE this-cycle-step-rc(ws-step-ix) TO ws-rc-text
           END-EVALUATE

           MOVE SPACES TO cycle-report-record
           STRING cycle-step-name(ws-step-ix) "  "
               ws-state-text "  "
               this-cycle-step-runs(ws-step-ix) "   "
               this-cycle-step-started-at(ws-step-ix) "  "
               this-cycle-step-ended-at(ws-step-ix) "  "
               ws-rc-text
               DELIMITED BY SIZE
               INTO cycle-report-record
           WRITE cycle-report-record
           .


      * precond: this-cycle-record holds a cycle
      * postcond: ws-restart-ix is the step the cycle restarts at --
      * the first nightly step not yet ended clean, else the first
      * periodic step that started but did not end clean -- or 0
      * when the cycle has nothing left to restart; the same rule
      * the cycle-control check enforces
       find-restart-point.
           MOVE 0 TO ws-restart-ix
           PERFORM VARYING ws-step-ix FROM 1 BY 1
                   UNTIL ws-step-ix > cycle-nightly-step-count
                       OR ws-restart-ix > 0
               IF NOT this-cycle-step-ended(ws-step-ix)
                       OR this-cycle-step-rc(ws-step-ix)
                           >= cycle-step-fail-rc(ws-step-ix)
                   MOVE ws-step-ix TO ws-restart-ix
               END-IF
           END-PERFORM
           PERFORM VARYING ws-step-ix
                   FROM cycle-nightly-step-count BY 1
                   UNTIL ws-step-ix >= cycle-step-count
                       OR ws-restart-ix > 0
               IF this-cycle-step-started(ws-step-ix + 1)
                       OR (this-cycle-step-ended(ws-step-ix + 1)
                           AND this-cycle-step-rc(ws-step-ix + 1)
                               >= cycle-step-fail-rc(ws-step-ix + 1))
                   COMPUTE ws-restart-ix = ws-step-ix + 1
               END-IF
           END-PERFORM
           .


      * precond: get-run-date has set the run date fields
      * postcond: the report title and run-date lines are on
      * cycle-report-file
       write-cycle-header.
           MOVE SPACES TO cycle-report-record
           STRING "PROJECT-EULER-15 CYCLE STATUS REPORT"
               DELIMITED BY SIZE
               INTO cycle-report-record
           WRITE cycle-report-record

           MOVE SPACES TO cycle-report-record
           STRING "RUN DATE: " ws-run-date-edited
               DELIMITED BY SIZE
               INTO cycle-report-record
           WRITE cycle-report-record
           .

       END PROGRAM project-euler-15-cyclrpt.
