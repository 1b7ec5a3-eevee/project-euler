      * PROJECT-EULER-15-TURNRPT: the monthly request turnaround and
      * aging report.  routing-analysis and the other requesting
      * areas keep asking how long their requests take and what is
      * still open.  the turnaround capture step (TURNCAP) records
      * every night, on the PE15TURN register (see TURNREC), each
      * card due and how far the night took it, every detail resent
      * and every acknowledgment received; this report follows each
      * request due in the month -- standing or one-off -- from the
      * night it was due through edit, compute, feed, resend and
      * final acceptance, and shows for each requesting area:
      *   requests due in the month
      *   delivered and accepted on the first send
      *   resent at least once
      *   still outstanding, aged into 1 day, 2-7 days and over 7
      * then every outstanding request, with where it is stuck:
      * rejected at edit, set aside by the main job (OVERSIZE,
      * OVERFLOW, SCENMISS), passed the edit but never computed,
      * computed but held or withdrawn at the release gate, rejected
      * by the acknowledgment, or never acknowledged.
      * an acknowledgment is matched, as ACKRCN matches it, to a
      * shipped request by WIDTH, HEIGHT and run date.  requests are
      * aged, and their standing judged, as of the last night on the
      * register -- the register as it stands when the report runs,
      * every later resend and acknowledgment counted -- unless a
      * cut-off is given: events of nights after it are left out, so
      * a closed month can be reported again as it stood then.
      *
      * selection criteria, optional:
      *   PE15TURNMONTH - the month reported, YYYYMM; blank is the
      *                   month before the run date, the usual
      *                   first-of-the-month run
      *   PE15TURNASOF  - the last cycle date to take from the
      *                   register, YYYYMMDD; blank is no cut-off

       IDENTIFICATION DIVISION.
       PROGRAM-ID. project-euler-15-turnrpt.


       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * the turnaround register, read here untouched; optional, so a
      * shop that has not captured a night yet reports nothing due.
           SELECT OPTIONAL turnaround-file ASSIGN TO "PE15TURN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-turnaround-status.

      * the report, in the shop's 132-column print format.
           SELECT turn-report-file ASSIGN TO "PE15TRRP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-turn-report-status.


       DATA DIVISION.
       FILE SECTION.
       FD  turnaround-file
           RECORDING MODE IS F.
           COPY turnrec.

       FD  turn-report-file
           RECORDING MODE IS F.
       01 turn-report-record           PIC X(132).

       WORKING-STORAGE SECTION.

       01 ws-turnaround-status         PIC XX.
       01 ws-turnaround-open-status    PIC XX.
       01 ws-turn-report-status        PIC XX.

       01 ws-turnaround-eof-flag       PIC X VALUE "N".
           88 turnaround-eof                   VALUE "Y".
           88 turnaround-not-eof               VALUE "N".
       01 ws-input-trouble-flag        PIC X VALUE "N".
           88 input-trouble                    VALUE "Y".
           88 inputs-ok                        VALUE "N".

      * the month reported
       01 ws-turn-month-parm           PIC X(6).
       01 ws-report-month              PIC 9(6).
       01 ws-report-month-r REDEFINES ws-report-month.
           05 ws-report-year           PIC 9(4).
           05 ws-report-month-number   PIC 9(2).
       01 ws-report-month-edited       PIC 9999/99.

      * the last night on the register, the date requests are aged
      * and judged as of
       01 ws-as-of-date                PIC 9(8) VALUE 0.
       01 ws-as-of-date-edited         PIC 9999/99/99.

      * the cut-off: no night after it is read; all nines when none
      * is given
       01 ws-turn-asof-parm            PIC X(8).
       01 ws-as-of-cutoff              PIC 9(8) VALUE 99999999.
       01 ws-as-of-cutoff-edited       PIC 9999/99/99.

      * every request due in the month and what became of it.  a
      * month of nightly decks, not one night's, so sized well past
      * the shop's usual 500 entries; a month bigger than that stops
      * the run rather than reporting on part of it
       78 max-item-entries VALUE IS 5000.
       01 ws-item-count                USAGE IS UNSIGNED-LONG VALUE 0.
       01 ws-item-ix                   USAGE IS UNSIGNED-LONG.
       01 ws-item-table.
           05 ws-item-entry OCCURS 5000 TIMES.
               10 ws-item-due-date         PIC 9(8).
               10 ws-item-width            PIC 9(4).
               10 ws-item-height           PIC 9(4).
               10 ws-item-run-date         PIC 9(8).
               10 ws-item-request-id       PIC X(8).
               10 ws-item-area             PIC X(20).
               10 ws-item-origin           PIC X.
                   88 item-standing                VALUE "S".
               10 ws-item-stage            PIC X.
                   88 item-rejected-at-edit        VALUE "E".
                   88 item-set-aside               VALUE "X".
                   88 item-not-computed            VALUE "N".
                   88 item-not-shipped             VALUE "C".
                   88 item-shipped                 VALUE "S".
               10 ws-item-reason           PIC X(8).
      * the latest acknowledgment's verdict, and whether a send --
      * the first, or a resend -- is still waiting for one
               10 ws-item-ack-state        PIC X.
                   88 item-never-acked             VALUE SPACE.
                   88 item-accepted                VALUE "A".
                   88 item-ack-rejected            VALUE "R".
               10 ws-item-ack-reason       PIC X(4).
               10 ws-item-awaiting-flag    PIC X.
                   88 item-awaiting-ack            VALUE "Y".
                   88 item-not-awaiting-ack        VALUE "N".
               10 ws-item-first-send-flag  PIC X.
                   88 item-accepted-first-send     VALUE "Y".
               10 ws-item-resend-count     PIC 9(3).
               10 ws-item-area-ix          USAGE IS UNSIGNED-LONG.

       01 ws-found-ix                  USAGE IS UNSIGNED-LONG.

      * the requesting areas, in the order their first request was
      * due, with their columns
       78 max-area-entries VALUE IS 500.
       01 ws-area-count                USAGE IS UNSIGNED-LONG VALUE 0.
       01 ws-area-ix                   USAGE IS UNSIGNED-LONG.
       01 ws-area-table.
           05 ws-area-entry OCCURS 500 TIMES.
               10 ws-area-name             PIC X(20).
               10 ws-area-due              PIC 9(6).
               10 ws-area-first-send       PIC 9(6).
               10 ws-area-resent           PIC 9(6).
               10 ws-area-outstanding      PIC 9(6).
               10 ws-area-aged-1           PIC 9(6).
               10 ws-area-aged-2-7         PIC 9(6).
               10 ws-area-aged-over-7      PIC 9(6).
       01 ws-no-area-name              PIC X(20)
                                       VALUE "(NO AREA KEYED)".
       01 ws-all-areas-name            PIC X(20)
                                       VALUE "ALL AREAS".

      * the totals across every area
       01 ws-total-due                 PIC 9(6) VALUE 0.
       01 ws-total-first-send          PIC 9(6) VALUE 0.
       01 ws-total-resent              PIC 9(6) VALUE 0.
       01 ws-total-outstanding         PIC 9(6) VALUE 0.
       01 ws-total-aged-1              PIC 9(6) VALUE 0.
       01 ws-total-aged-2-7            PIC 9(6) VALUE 0.
       01 ws-total-aged-over-7         PIC 9(6) VALUE 0.

      * one line of the summary, area and its seven columns
       01 ws-line-area                 PIC X(20).
       01 ws-line-due                  PIC Z(11)9.
       01 ws-line-first-send           PIC Z(11)9.
       01 ws-line-resent               PIC Z(11)9.
       01 ws-line-outstanding          PIC Z(11)9.
       01 ws-line-aged-1               PIC Z(11)9.
       01 ws-line-aged-2-7             PIC Z(11)9.
       01 ws-line-aged-over-7          PIC Z(11)9.

      * one outstanding request's line
       01 ws-item-age                  PIC 9(4).
       01 ws-item-age-edited           PIC ZZZ9.
       01 ws-due-date-edited           PIC 9999/99/99.
       01 ws-origin-text               PIC X(8).
       01 ws-stuck-text                PIC X(50).

      * run date for the report header, and the default month
       01 ws-current-date-time         PIC X(21).
       01 ws-run-date-numeric          PIC 9(8).
       01 ws-run-date-edited           PIC 9999/99/99.


       PROCEDURE DIVISION.
       do-the-needful.
           PERFORM get-run-date
           OPEN OUTPUT turn-report-file
           PERFORM get-report-month
           PERFORM get-as-of-cutoff

           IF inputs-ok
               PERFORM load-month-requests
           END-IF
           IF inputs-ok
               PERFORM settle-every-request
               PERFORM write-turn-header
               PERFORM report-area-summary
               PERFORM report-outstanding-requests
           END-IF

           CLOSE turn-report-file

      * a register that would not open, or a month that is not one,
      * is its own failure; otherwise a warning whenever a request
      * has been outstanding over a week, so it reaches the areas'
      * liaison without a search
           EVALUATE TRUE
               WHEN input-trouble
                   MOVE 8 TO RETURN-CODE
               WHEN ws-total-aged-over-7 > 0
                   MOVE 4 TO RETURN-CODE
           END-EVALUATE
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


      * precond: the run date is set and the report is open
      * postcond: ws-report-month is the month to report -- the one
      * named by PE15TURNMONTH, or the month before the run date;
      * a parameter that is not a year and month is input trouble,
      * reported
       get-report-month.
           MOVE SPACES TO ws-turn-month-parm
           ACCEPT ws-turn-month-parm FROM ENVIRONMENT "PE15TURNMONTH"
           IF ws-turn-month-parm = SPACES
               MOVE ws-run-date-numeric(1:6) TO ws-report-month
               IF ws-report-month-number = 1
                   SUBTRACT 1 FROM ws-report-year
                   MOVE 12 TO ws-report-month-number
               ELSE
                   SUBTRACT 1 FROM ws-report-month-number
               END-IF
           ELSE
               IF ws-turn-month-parm IS NUMERIC
                   MOVE ws-turn-month-parm TO ws-report-month
               END-IF
               IF ws-turn-month-parm IS NOT NUMERIC
                       OR ws-report-month-number < 1
                       OR ws-report-month-number > 12
                   SET input-trouble TO TRUE
                   DISPLAY "PE15TURNRPT: PE15TURNMONTH ["
                       ws-turn-month-parm "] IS NOT YYYYMM"
                   MOVE SPACES TO turn-report-record
                   STRING "*** PE15TURNMONTH [" ws-turn-month-parm
                       "] IS NOT A YEAR AND MONTH, YYYYMM: NO REPORT "
                       "PRODUCED ***"
                       DELIMITED BY SIZE
                       INTO turn-report-record
                   WRITE turn-report-record
               END-IF
           END-IF
           MOVE ws-report-month TO ws-report-month-edited
           .


      * precond: the report is open
      * postcond: ws-as-of-cutoff is the date named by PE15TURNASOF,
      * or all nines when none is given; a parameter that is not a
      * date is input trouble, reported
       get-as-of-cutoff.
           MOVE SPACES TO ws-turn-asof-parm
           ACCEPT ws-turn-asof-parm FROM ENVIRONMENT "PE15TURNASOF"
           IF ws-turn-asof-parm NOT = SPACES
               IF ws-turn-asof-parm IS NUMERIC
                   MOVE ws-turn-asof-parm TO ws-as-of-cutoff
               END-IF
               IF ws-turn-asof-parm IS NOT NUMERIC
                       OR FUNCTION TEST-DATE-YYYYMMDD(ws-as-of-cutoff)
                           NOT = 0
                   SET input-trouble TO TRUE
                   DISPLAY "PE15TURNRPT: PE15TURNASOF ["
                       ws-turn-asof-parm "] IS NOT YYYYMMDD"
                   MOVE SPACES TO turn-report-record
                   STRING "*** PE15TURNASOF [" ws-turn-asof-parm
                       "] IS NOT A DATE, YYYYMMDD: NO REPORT "
                       "PRODUCED ***"
                       DELIMITED BY SIZE
                       INTO turn-report-record
                   WRITE turn-report-record
               END-IF
           END-IF
           .


      * precond: ws-report-month is set
      * postcond: every request due in the month is in
      * ws-item-table, carried through every later resend and
      * acknowledgment on the register; ws-as-of-date is the last
      * night on it
       load-month-requests.
           OPEN INPUT turnaround-file
           MOVE ws-turnaround-status TO ws-turnaround-open-status
           IF ws-turnaround-open-status = "00" OR "05"
               PERFORM read-next-event
               PERFORM UNTIL turnaround-eof
                   PERFORM take-one-event
                   PERFORM read-next-event
               END-PERFORM
           ELSE
               SET input-trouble TO TRUE
               DISPLAY "PE15TURNRPT: UNABLE TO OPEN PE15TURN, STATUS "
                   ws-turnaround-open-status
               MOVE SPACES TO turn-report-record
               STRING "*** UNABLE TO OPEN PE15TURN, STATUS "
                   ws-turnaround-open-status
                   ": NO REPORT PRODUCED ***"
                   DELIMITED BY SIZE
                   INTO turn-report-record
               WRITE turn-report-record
           END-IF
           CLOSE turnaround-file
           .


      * precond: turnaround-file is open for input
      * postcond: turnaround-record holds the next event, and
      * turnaround-eof is set true once the file is exhausted
       read-next-event.
           READ turnaround-file
               AT END
                   SET turnaround-eof TO TRUE
               NOT AT END
                   SET turnaround-not-eof TO TRUE
           END-READ
           .


      * precond: turnaround-record holds one event of the register
      * postcond: a card due in the month is a new request; a resend
      * or acknowledgment is carried onto the request it answers,
      * if that request is one of the month's; an event of a night
      * past the cut-off is passed over
       take-one-event.
           IF turn-cycle-date IS NUMERIC
                   AND turn-cycle-date > ws-as-of-date
                   AND turn-cycle-date NOT > ws-as-of-cutoff
               MOVE turn-cycle-date TO ws-as-of-date
           END-IF
           EVALUATE TRUE
               WHEN turn-cycle-date > ws-as-of-cutoff
                   CONTINUE
               WHEN turn-card-event
                   IF turn-cycle-date(1:6) = ws-report-month
                       PERFORM add-month-request
                   END-IF
               WHEN turn-resend-event
                   PERFORM apply-one-resend
               WHEN turn-ack-event
                   PERFORM apply-one-ack
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .


      * precond: turnaround-record holds a CARD event of the month
      * postcond: the request is on the table, awaiting its first
      * acknowledgment if it shipped
       add-month-request.
           IF ws-item-count = max-item-entries
               DISPLAY "PE15TURNRPT: MORE THAN " max-item-entries
                   " REQUESTS DUE IN THE MONTH, RUN STOPPED"
               CLOSE turnaround-file
               CLOSE turn-report-file
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO ws-item-count
           MOVE ws-item-count TO ws-item-ix
           MOVE turn-cycle-date TO ws-item-due-date(ws-item-ix)
           MOVE turn-width TO ws-item-width(ws-item-ix)
           MOVE turn-height TO ws-item-height(ws-item-ix)
           MOVE turn-run-date TO ws-item-run-date(ws-item-ix)
           MOVE turn-request-id TO ws-item-request-id(ws-item-ix)
           MOVE turn-requesting-area TO ws-item-area(ws-item-ix)
           IF ws-item-area(ws-item-ix) = SPACES
               MOVE ws-no-area-name TO ws-item-area(ws-item-ix)
           END-IF
           MOVE turn-origin TO ws-item-origin(ws-item-ix)
           MOVE turn-stage TO ws-item-stage(ws-item-ix)
           MOVE turn-reason TO ws-item-reason(ws-item-ix)
           MOVE SPACE TO ws-item-ack-state(ws-item-ix)
           MOVE SPACES TO ws-item-ack-reason(ws-item-ix)
           MOVE "N" TO ws-item-first-send-flag(ws-item-ix)
           MOVE 0 TO ws-item-resend-count(ws-item-ix)
           IF item-shipped(ws-item-ix)
               SET item-awaiting-ack(ws-item-ix) TO TRUE
           ELSE
               SET item-not-awaiting-ack(ws-item-ix) TO TRUE
           END-IF
           .


      * precond: turnaround-record holds an RSND event
      * postcond: the shipped, not yet accepted request it resends
      * is counted resent and awaits an acknowledgment again
       apply-one-resend.
           MOVE 0 TO ws-found-ix
           PERFORM VARYING ws-item-ix FROM 1 BY 1
                   UNTIL ws-item-ix > ws-item-count OR ws-found-ix > 0
               IF item-shipped(ws-item-ix)
                       AND NOT item-accepted(ws-item-ix)
                       AND ws-item-width(ws-item-ix) = turn-width
                       AND ws-item-height(ws-item-ix) = turn-height
                       AND ws-item-run-date(ws-item-ix)
                           = turn-run-date
                       AND ws-item-request-id(ws-item-ix)
                           = turn-request-id
                   MOVE ws-item-ix TO ws-found-ix
               END-IF
           END-PERFORM
           IF ws-found-ix > 0
               ADD 1 TO ws-item-resend-count(ws-found-ix)
               SET item-awaiting-ack(ws-found-ix) TO TRUE
           END-IF
           .


      * precond: turnaround-record holds an ACK event
      * postcond: the acknowledgment's verdict is on the shipped,
      * not yet accepted request it answers -- one awaiting an
      * acknowledgment by preference, as a second request of the
      * same size and night may be the one it was meant for
       apply-one-ack.
           MOVE 0 TO ws-found-ix
           PERFORM VARYING ws-item-ix FROM 1 BY 1
                   UNTIL ws-item-ix > ws-item-count OR ws-found-ix > 0
               IF item-shipped(ws-item-ix)
                       AND item-awaiting-ack(ws-item-ix)
                       AND ws-item-width(ws-item-ix) = turn-width
                       AND ws-item-height(ws-item-ix) = turn-height
                       AND ws-item-run-date(ws-item-ix)
                           = turn-run-date
                   MOVE ws-item-ix TO ws-found-ix
               END-IF
           END-PERFORM
           PERFORM VARYING ws-item-ix FROM 1 BY 1
                   UNTIL ws-item-ix > ws-item-count OR ws-found-ix > 0
               IF item-shipped(ws-item-ix)
                       AND NOT item-accepted(ws-item-ix)
                       AND ws-item-width(ws-item-ix) = turn-width
                       AND ws-item-height(ws-item-ix) = turn-height
                       AND ws-item-run-date(ws-item-ix)
                           = turn-run-date
                   MOVE ws-item-ix TO ws-found-ix
               END-IF
           END-PERFORM

      * only an accepted status counts as accepted; anything else
      * leaves the request outstanding, as ACKRCN never counts a
      * status it does not recognize as clean
           IF ws-found-ix > 0
               IF turn-ack-accepted
                   IF item-never-acked(ws-found-ix)
                           AND ws-item-resend-count(ws-found-ix) = 0
                       SET item-accepted-first-send(ws-found-ix)
                           TO TRUE
                   END-IF
                   SET item-accepted(ws-found-ix) TO TRUE
               ELSE
                   SET item-ack-rejected(ws-found-ix) TO TRUE
                   IF turn-ack-rejected
                       MOVE turn-reason
                           TO ws-item-ack-reason(ws-found-ix)
                   ELSE
                       MOVE "STAT" TO ws-item-ack-reason(ws-found-ix)
                   END-IF
               END-IF
               SET item-not-awaiting-ack(ws-found-ix) TO TRUE
           END-IF
           .


      * precond: every event has been applied
      * postcond: each request is counted into its area's columns,
      * and the totals
       settle-every-request.
           PERFORM VARYING ws-item-ix FROM 1 BY 1
                   UNTIL ws-item-ix > ws-item-count
               PERFORM find-request-area
               ADD 1 TO ws-area-due(ws-area-ix)
               ADD 1 TO ws-total-due
               IF item-accepted-first-send(ws-item-ix)
                   ADD 1 TO ws-area-first-send(ws-area-ix)
                   ADD 1 TO ws-total-first-send
               END-IF
               IF ws-item-resend-count(ws-item-ix) > 0
                   ADD 1 TO ws-area-resent(ws-area-ix)
                   ADD 1 TO ws-total-resent
               END-IF
               IF NOT item-accepted(ws-item-ix)
                   ADD 1 TO ws-area-outstanding(ws-area-ix)
                   ADD 1 TO ws-total-outstanding
                   PERFORM age-one-request
                   EVALUATE TRUE
                       WHEN ws-item-age <= 1
                           ADD 1 TO ws-area-aged-1(ws-area-ix)
                           ADD 1 TO ws-total-aged-1
                       WHEN ws-item-age <= 7
                           ADD 1 TO ws-area-aged-2-7(ws-area-ix)
                           ADD 1 TO ws-total-aged-2-7
                       WHEN OTHER
                           ADD 1 TO ws-area-aged-over-7(ws-area-ix)
                           ADD 1 TO ws-total-aged-over-7
                   END-EVALUATE
               END-IF
           END-PERFORM
           .


      * precond: ws-item-ix is on a request
      * postcond: ws-area-ix is its area's entry, added at the end
      * of the table the first time the area is seen; a month with
      * more areas than the table holds stops the run
       find-request-area.
           MOVE 0 TO ws-found-ix
           PERFORM VARYING ws-area-ix FROM 1 BY 1
                   UNTIL ws-area-ix > ws-area-count OR ws-found-ix > 0
               IF ws-area-name(ws-area-ix) = ws-item-area(ws-item-ix)
                   MOVE ws-area-ix TO ws-found-ix
               END-IF
           END-PERFORM
           IF ws-found-ix = 0
               IF ws-area-count = max-area-entries
                   DISPLAY "PE15TURNRPT: MORE THAN " max-area-entries
                       " REQUESTING AREAS IN THE MONTH, RUN STOPPED"
                   CLOSE turn-report-file
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO ws-area-count
               MOVE ws-area-count TO ws-found-ix
               MOVE ws-item-area(ws-item-ix)
                   TO ws-area-name(ws-found-ix)
               MOVE 0 TO ws-area-due(ws-found-ix)
               MOVE 0 TO ws-area-first-send(ws-found-ix)
               MOVE 0 TO ws-area-resent(ws-found-ix)
               MOVE 0 TO ws-area-outstanding(ws-found-ix)
               MOVE 0 TO ws-area-aged-1(ws-found-ix)
               MOVE 0 TO ws-area-aged-2-7(ws-found-ix)
               MOVE 0 TO ws-area-aged-over-7(ws-found-ix)
           END-IF
           MOVE ws-found-ix TO ws-area-ix
           MOVE ws-found-ix TO ws-item-area-ix(ws-item-ix)
           .


      * precond: ws-item-ix is on a request
      * postcond: ws-item-age is the days from the night it was due
      * to the last night on the register
       age-one-request.
           COMPUTE ws-item-age =
               FUNCTION INTEGER-OF-DATE(ws-as-of-date)
                   - FUNCTION INTEGER-OF-DATE(
                       ws-item-due-date(ws-item-ix))
           .


      * precond: ws-item-ix is on an outstanding request
      * postcond: ws-stuck-text says where it is stuck
       describe-stuck-request.
           MOVE SPACES TO ws-stuck-text
           EVALUATE TRUE
               WHEN item-rejected-at-edit(ws-item-ix)
                   STRING "REJECTED AT EDIT, "
                       ws-item-reason(ws-item-ix)(1:4)
                       DELIMITED BY SIZE
                       INTO ws-stuck-text
               WHEN item-set-aside(ws-item-ix)
                   STRING "SET ASIDE, " ws-item-reason(ws-item-ix)
                       DELIMITED BY SIZE
                       INTO ws-stuck-text
               WHEN item-not-computed(ws-item-ix)
                   STRING "PASSED EDIT, NO RESULT COMPUTED"
                       DELIMITED BY SIZE
                       INTO ws-stuck-text
               WHEN item-not-shipped(ws-item-ix)
                   STRING "NOT SHIPPED, HELD OR WITHDRAWN AT GATE"
                       DELIMITED BY SIZE
                       INTO ws-stuck-text
               WHEN item-ack-rejected(ws-item-ix)
                   STRING "REJECTED BY ACK, REASON "
                       ws-item-ack-reason(ws-item-ix)
                       DELIMITED BY SIZE
                       INTO ws-stuck-text
               WHEN ws-item-resend-count(ws-item-ix) > 0
                   STRING "RESENT, NEVER ACKNOWLEDGED"
                       DELIMITED BY SIZE
                       INTO ws-stuck-text
               WHEN OTHER
                   STRING "NEVER ACKNOWLEDGED"
                       DELIMITED BY SIZE
                       INTO ws-stuck-text
           END-EVALUATE
           .


      * precond: every request is settled
      * postcond: the report title, run date, month and as-of lines
      * are on turn-report-file
       write-turn-header.
           MOVE SPACES TO turn-report-record
           STRING "PROJECT-EULER-15 REQUEST TURNAROUND AND AGING BY "
               "REQUESTING AREA"
               DELIMITED BY SIZE
               INTO turn-report-record
           WRITE turn-report-record

           MOVE SPACES TO turn-report-record
           STRING "RUN DATE: " ws-run-date-edited
               DELIMITED BY SIZE
               INTO turn-report-record
           WRITE turn-report-record

           MOVE ws-as-of-date TO ws-as-of-date-edited
           MOVE SPACES TO turn-report-record
           IF ws-as-of-date = 0
               STRING "REQUESTS DUE IN: " ws-report-month-edited
                   "   NO NIGHT CAPTURED ON PE15TURN"
                   DELIMITED BY SIZE
                   INTO turn-report-record
           ELSE
               STRING "REQUESTS DUE IN: " ws-report-month-edited
                   "   AGED AS OF CYCLE DATE: " ws-as-of-date-edited
                   DELIMITED BY SIZE
                   INTO turn-report-record
           END-IF
           WRITE turn-report-record

           IF ws-turn-asof-parm NOT = SPACES
               MOVE ws-as-of-cutoff TO ws-as-of-cutoff-edited
               MOVE SPACES TO turn-report-record
               STRING "REGISTER CUT OFF AFTER CYCLE DATE: "
                   ws-as-of-cutoff-edited
                   DELIMITED BY SIZE
                   INTO turn-report-record
               WRITE turn-report-record
           END-IF
           .


      * precond: every request is settled
      * postcond: one line per requesting area and a line for all
      * of them are on the report under the column headings
       report-area-summary.
           MOVE SPACES TO turn-report-record
           WRITE turn-report-record
           MOVE SPACES TO turn-report-record
           STRING "                    "
               "            "
               "    ACCEPTED"
               "            "
               "       STILL"
               "     AGED ON"
               "            "
               "            "
               DELIMITED BY SIZE
               INTO turn-report-record
           WRITE turn-report-record
           MOVE SPACES TO turn-report-record
           STRING "REQUESTING AREA     "
               "         DUE"
               "  FIRST SEND"
               "      RESENT"
               " OUTSTANDING"
               "       1 DAY"
               "    2-7 DAYS"
               "      OVER 7"
               DELIMITED BY SIZE
               INTO turn-report-record
           WRITE turn-report-record

           IF ws-area-count = 0
               MOVE SPACES TO turn-report-record
               STRING "NO REQUESTS DUE IN THE MONTH"
                   DELIMITED BY SIZE
                   INTO turn-report-record
               WRITE turn-report-record
           END-IF
           PERFORM VARYING ws-area-ix FROM 1 BY 1
                   UNTIL ws-area-ix > ws-area-count
               MOVE ws-area-name(ws-area-ix) TO ws-line-area
               MOVE ws-area-due(ws-area-ix) TO ws-line-due
               MOVE ws-area-first-send(ws-area-ix)
                   TO ws-line-first-send
               MOVE ws-area-resent(ws-area-ix) TO ws-line-resent
               MOVE ws-area-outstanding(ws-area-ix)
                   TO ws-line-outstanding
               MOVE ws-area-aged-1(ws-area-ix) TO ws-line-aged-1
               MOVE ws-area-aged-2-7(ws-area-ix) TO ws-line-aged-2-7
               MOVE ws-area-aged-over-7(ws-area-ix)
                   TO ws-line-aged-over-7
               PERFORM write-summary-line
           END-PERFORM

           MOVE SPACES TO turn-report-record
           WRITE turn-report-record
           MOVE ws-all-areas-name TO ws-line-area
           MOVE ws-total-due TO ws-line-due
           MOVE ws-total-first-send TO ws-line-first-send
           MOVE ws-total-resent TO ws-line-resent
           MOVE ws-total-outstanding TO ws-line-outstanding
           MOVE ws-total-aged-1 TO ws-line-aged-1
           MOVE ws-total-aged-2-7 TO ws-line-aged-2-7
           MOVE ws-total-aged-over-7 TO ws-line-aged-over-7
           PERFORM write-summary-line
           .


      * precond: the ws-line- fields hold one summary line
      * postcond: the line is on the report
       write-summary-line.
           MOVE SPACES TO turn-report-record
           STRING ws-line-area ws-line-due ws-line-first-send
               ws-line-resent ws-line-outstanding ws-line-aged-1
               ws-line-aged-2-7 ws-line-aged-over-7
               DELIMITED BY SIZE
               INTO turn-report-record
           WRITE turn-report-record
           .


      * precond: every request is settled
      * postcond: every outstanding request is on the report, area
      * by area in the summary's order, oldest first, with its age
      * and where it is stuck
       report-outstanding-requests.
           MOVE SPACES TO turn-report-record
           WRITE turn-report-record
           MOVE SPACES TO turn-report-record
           STRING "OUTSTANDING REQUESTS"
               DELIMITED BY SIZE
               INTO turn-report-record
           WRITE turn-report-record
           MOVE SPACES TO turn-report-record
           STRING "REQUESTING AREA       DUE         REQUEST   "
               "ORIGIN    WIDTH X HEIGHT   AGE  WHERE IT IS STUCK"
               DELIMITED BY SIZE
               INTO turn-report-record
           WRITE turn-report-record

           IF ws-total-outstanding = 0
               MOVE SPACES TO turn-report-record
               STRING "NONE"
                   DELIMITED BY SIZE
                   INTO turn-report-record
               WRITE turn-report-record
           END-IF
           PERFORM VARYING ws-area-ix FROM 1 BY 1
                   UNTIL ws-area-ix > ws-area-count
               PERFORM VARYING ws-item-ix FROM 1 BY 1
                       UNTIL ws-item-ix > ws-item-count
                   IF ws-item-area-ix(ws-item-ix) = ws-area-ix
                           AND NOT item-accepted(ws-item-ix)
                       PERFORM write-outstanding-line
                   END-IF
               END-PERFORM
           END-PERFORM
           .


      * precond: ws-item-ix is on an outstanding request
      * postcond: its line is on the report
       write-outstanding-line.
           PERFORM age-one-request
           PERFORM describe-stuck-request
           MOVE ws-item-age TO ws-item-age-edited
           MOVE ws-item-due-date(ws-item-ix) TO ws-due-date-edited
           IF item-standing(ws-item-ix)
               MOVE "STANDING" TO ws-origin-text
           ELSE
               MOVE "ONE-OFF" TO ws-origin-text
           END-IF
           MOVE SPACES TO turn-report-record
           STRING ws-item-area(ws-item-ix) "  "
               ws-due-date-edited "  "
               ws-item-request-id(ws-item-ix) "  "
               ws-origin-text "  "
               ws-item-width(ws-item-ix) " X "
               ws-item-height(ws-item-ix) "    "
               ws-item-age-edited "  "
               ws-stuck-text
               DELIMITED BY SIZE
               INTO turn-report-record
           WRITE turn-report-record
           .

       END PROGRAM project-euler-15-turnrpt.
