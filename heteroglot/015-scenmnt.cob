      * a time, the way an operator drives any other utility at this
      * shop.  one scenario per invocation: view, add, change or
      * delete, confirmed before anything is written.
      *
      * the operator keys an ID first and must hold view authority
      * on PE15SCEN in the operator authority file to see it, change
      * authority to change, delete or add; a refusal is logged to
      * the security log for the audit group.
      *
      * the public-works closure load's scenario IDs (see PWSCEN)
      * are refused on an add.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. project-euler-15-scenmnt.
      * OCCURS in the shared record layout.
       78 max-blocked-cells VALUE IS 20.

      * capacity of the closed-segment list, likewise.
       78 max-closed-segments VALUE IS 20.

      * the whole library, held in storage while one scenario is
      * viewed or changed, then rewritten whole on a confirmed save.
      * same 500-entry sizing as the rest of this shop's in-storage
                   15 ws-scen-entry-cell OCCURS 20 TIMES.
                       20 ws-scen-entry-col    PIC 9(4).
                       20 ws-scen-entry-row    PIC 9(4).
               10 ws-scen-entry-seg-count  PIC 9(2).
               10 ws-scen-entry-seg-list.
                   15 ws-scen-entry-segment OCCURS 20 TIMES.
                       20 ws-scen-entry-seg-col    PIC 9(4).
                       20 ws-scen-entry-seg-row    PIC 9(4).
                       20 ws-scen-entry-seg-dir    PIC X.

       01 ws-scenario-found-flag       PIC X.
           88 scenario-found                   VALUE "Y".
       01 ws-work-ix                   USAGE IS UNSIGNED-LONG.

       01 ws-entered-id                PIC X(8).
      * the closure load's IDs -- its live set and its dated
      * PWyymmdd scenarios -- are its own to build and refresh: no
      * operator adds, changes or deletes one here
       01 ws-reserved-id-flag          PIC X.
           88 reserved-scenario-id             VALUE "Y".
           88 operator-scenario-id             VALUE "N".
       01 ws-console-reply             PIC X(8).
       01 ws-action-flag               PIC X.
           88 action-change                    VALUE "C" "c".
       01 ws-confirm-flag              PIC X.
           88 confirm-save                     VALUE "Y" "y".
           88 confirm-cancel                   VALUE "N" "n".
       01 ws-operator-id               PIC X(8).

      * the operator authority check
           COPY authparm.

      * the IDs reserved to the public-works closure load
           COPY pwscen.

      * the cell list as keyed into the dialogue, edited the same
      * way the front-end edit checks a keyed card's cells: numeric,
           88 cell-trouble                     VALUE "Y".
           88 cells-all-good                   VALUE "N".

      * the closed-segment list as keyed, edited the same way: each
      * segment's COL/ROW numeric and its direction E (eastbound to
      * the next intersection) or S (southbound to the next one).
      * whether the segment leads off a particular grid is, like a
      * cell, left to the edit step and the main job.
       01 ws-new-seg-count             PIC 9(2).
       01 ws-segment-ix                USAGE IS UNSIGNED-LONG.
       01 ws-segment-trouble-flag      PIC X.
           88 segment-trouble                  VALUE "Y".
           88 segments-all-good                VALUE "N".

       01 ws-save-needed-flag          PIC X VALUE "N".
           88 save-needed                      VALUE "Y".
           88 save-not-needed                  VALUE "N".
           PERFORM load-scenario-library

           DISPLAY "PROJECT-EULER-15 - BLOCKAGE SCENARIO MAINTENANCE"
           DISPLAY "ENTER OPERATOR ID: " WITH NO ADVANCING
           MOVE SPACES TO ws-operator-id
           ACCEPT ws-operator-id
           SET authc-want-view TO TRUE
           PERFORM check-operator-authority
           IF authc-denied
               DISPLAY "PE15SCENMNT: NO CHANGE MADE"
               STOP RUN
           END-IF

           DISPLAY "SCENARIOS ON FILE: " ws-scenario-count
           PERFORM VARYING ws-scenario-ix FROM 1 BY 1
                   UNTIL ws-scenario-ix > ws-scenario-count
               DISPLAY "   " ws-scen-entry-id(ws-scenario-ix)
                   "  " ws-scen-entry-desc(ws-scenario-ix)
                   "  " ws-scen-entry-count(ws-scenario-ix)
                   " CELL(S)  "
                   ws-scen-entry-seg-count(ws-scenario-ix)
                   " SEGMENT(S)"
           END-PERFORM

           DISPLAY "ENTER SCENARIO ID: " WITH NO ADVANCING
               STOP RUN
           END-IF

           PERFORM check-reserved-id
           PERFORM find-scenario-entry
           IF scenario-found
               PERFORM show-one-scenario
               MOVE SPACES TO ws-console-reply
               ACCEPT ws-console-reply
               MOVE ws-console-reply(1:1) TO ws-action-flag
               PERFORM check-change-authority
               EVALUATE TRUE
                   WHEN (action-change OR action-delete)
                           AND reserved-scenario-id
                       DISPLAY "PE15SCENMNT: " ws-entered-id
                           " IS RESERVED FOR THE PUBLIC-WORKS "
                           "CLOSURE LOAD, NO CHANGE MADE"
                   WHEN action-change
                       PERFORM enter-scenario-details
                   WHEN action-delete
               MOVE SPACES TO ws-console-reply
               ACCEPT ws-console-reply
               MOVE ws-console-reply(1:1) TO ws-action-flag
               PERFORM check-change-authority
               IF action-add
                   EVALUATE TRUE
                       WHEN reserved-scenario-id
                           DISPLAY "PE15SCENMNT: " ws-entered-id
                               " IS RESERVED FOR THE PUBLIC-WORKS "
                               "CLOSURE LOAD, NOTHING ADDED"
                       WHEN ws-scenario-count = max-scenario-entries
                           DISPLAY "PE15SCENMNT: SCENARIO LIBRARY "
                               "FULL, NOTHING ADDED"
                       WHEN OTHER
                           ADD 1 TO ws-scenario-count
                           MOVE ws-scenario-count TO ws-work-ix
                           MOVE ws-entered-id
                               TO ws-scen-entry-id(ws-work-ix)
                           MOVE SPACES
                               TO ws-scen-entry-desc(ws-work-ix)
                           MOVE 0 TO ws-scen-entry-count(ws-work-ix)
                           MOVE 0
                               TO ws-scen-entry-seg-count(ws-work-ix)
                           PERFORM enter-scenario-details
      * an add the operator backed out of must not leave a half-keyed
      * entry on the end of the table
                           IF save-not-needed
                               SUBTRACT 1 FROM ws-scenario-count
                           END-IF
                   END-EVALUATE
               ELSE
                   DISPLAY "PE15SCENMNT: NO CHANGE MADE"
               END-IF
      * postcond: ws-scenario-table/ws-scenario-count hold every
      * record of the scenario library (a record with a non-numeric
      * count is bypassed loudly rather than trusted, same handling
      * as a hand-mangled results-master record; a blank segment
      * count is a scenario stored before segments existed, and
      * loads as none)
       load-scenario-library.
           OPEN INPUT scenario-file
           IF ws-scenario-status = "00"
               PERFORM read-next-scenario
               PERFORM UNTIL scenario-eof
                       OR ws-scenario-count = max-scenario-entries
                   IF scen-segment-count = SPACES
                       MOVE 0 TO scen-segment-count
                   END-IF
                   IF scen-blocked-count IS NUMERIC
                           AND scen-segment-count IS NUMERIC
                       ADD 1 TO ws-scenario-count
                       MOVE scen-id
                           TO ws-scen-entry-id(ws-scenario-count)
                           TO ws-scen-entry-count(ws-scenario-count)
                       MOVE scen-blocked-list
                           TO ws-scen-entry-list(ws-scenario-count)
                       MOVE scen-segment-count
                           TO ws-scen-entry-seg-count
                               (ws-scenario-count)
                       MOVE scen-segment-list
                           TO ws-scen-entry-seg-list
                               (ws-scenario-count)
                   ELSE
                       DISPLAY "PE15SCENMNT: NON-NUMERIC SCENARIO "
                           "RECORD BYPASSED: " scenario-record(1:40)
           .


      * precond: ws-entered-id holds the ID the operator keyed
      * postcond: reserved-scenario-id when it is one of the closure
      * load's IDs, operator-scenario-id otherwise
       check-reserved-id.
           IF ws-entered-id = live-closures-token
                   OR (ws-entered-id(1:2) = dated-scenario-prefix
                       AND ws-entered-id(3:6) IS NUMERIC)
               SET reserved-scenario-id TO TRUE
           ELSE
               SET operator-scenario-id TO TRUE
           END-IF
           .


      * precond: ws-entered-id holds the ID the operator keyed
      * postcond: scenario-found with ws-work-ix on its table slot
      * if the ID is in the library, scenario-not-found otherwise


      * precond: ws-work-ix is on a library entry
      * postcond: the entry -- ID, description, every blocked
      * cell and every closed segment -- is on the console for the
      * operator to inspect
       show-one-scenario.
           DISPLAY "SCENARIO:    " ws-scen-entry-id(ws-work-ix)
           DISPLAY "DESCRIPTION: " ws-scen-entry-desc(ws-work-ix)
                   " ROW "
                   ws-scen-entry-row(ws-work-ix, ws-cell-ix)
           END-PERFORM
           DISPLAY "CLOSED SEGMENTS: "
               ws-scen-entry-seg-count(ws-work-ix)
           PERFORM VARYING ws-segment-ix FROM 1 BY 1
                   UNTIL ws-segment-ix
                       > ws-scen-entry-seg-count(ws-work-ix)
               DISPLAY "   COL "
                   ws-scen-entry-seg-col(ws-work-ix, ws-segment-ix)
                   " ROW "
                   ws-scen-entry-seg-row(ws-work-ix, ws-segment-ix)
                   " DIRECTION "
                   ws-scen-entry-seg-dir(ws-work-ix, ws-segment-ix)
           END-PERFORM
           .


      * precond: ws-work-ix is on the entry being added or changed
      * postcond: the entry holds the description, cell list and
      * segment list the operator keyed and confirmed, with
      * save-needed set; a keying
      * error or a declined confirmation leaves the table as it was,
      * with save-not-needed standing
       enter-scenario-details.
               ELSE
                   PERFORM enter-cell-list
                   IF cells-all-good
                       PERFORM enter-segment-details
                   END-IF
               END-IF
           END-IF
           .


      * precond: the description and cell list are keyed, clean
      * postcond: as enter-scenario-details -- the segment count
      * and list are keyed and, if clean, confirmed and applied
       enter-segment-details.
           DISPLAY "ENTER CLOSED SEGMENT COUNT (0-"
               max-closed-segments "): " WITH NO ADVANCING
           MOVE SPACES TO ws-new-count-x
           ACCEPT ws-new-count-x
           IF ws-new-count-x IS NOT NUMERIC
                   OR ws-new-count-x = SPACES
               DISPLAY "PE15SCENMNT: SEGMENT COUNT NOT NUMERIC, "
                   "NO CHANGE MADE"
           ELSE
               MOVE ws-new-count-x TO ws-new-seg-count
               IF ws-new-seg-count > max-closed-segments
                   DISPLAY "PE15SCENMNT: SEGMENT COUNT OVER "
                       "CAPACITY, NO CHANGE MADE"
               ELSE
                   PERFORM enter-segment-list
                   IF segments-all-good
                       PERFORM confirm-and-apply
                   END-IF
               END-IF
           .


      * precond: ws-new-seg-count holds how many segments to key
      * postcond: scen-segment-list holds the segments as keyed with
      * segments-all-good standing, or segment-trouble if any reply
      * was non-numeric or named no direction (nothing applied in
      * that case)
       enter-segment-list.
           SET segments-all-good TO TRUE
           MOVE SPACES TO scen-segment-list
           PERFORM VARYING ws-segment-ix FROM 1 BY 1
                   UNTIL ws-segment-ix > ws-new-seg-count
                       OR segment-trouble
               DISPLAY "ENTER SEGMENT " ws-segment-ix
                   " COLUMN: " WITH NO ADVANCING
               MOVE SPACES TO ws-console-reply
               ACCEPT ws-console-reply
               IF ws-console-reply(1:4) IS NUMERIC
                   MOVE ws-console-reply(1:4)
                       TO scen-segment-col(ws-segment-ix)
               ELSE
                   SET segment-trouble TO TRUE
               END-IF
               IF segments-all-good
                   DISPLAY "ENTER SEGMENT " ws-segment-ix
                       " ROW: " WITH NO ADVANCING
                   MOVE SPACES TO ws-console-reply
                   ACCEPT ws-console-reply
                   IF ws-console-reply(1:4) IS NUMERIC
                       MOVE ws-console-reply(1:4)
                           TO scen-segment-row(ws-segment-ix)
                   ELSE
                       SET segment-trouble TO TRUE
                   END-IF
               END-IF
               IF segments-all-good
                   DISPLAY "ENTER SEGMENT " ws-segment-ix
                       " DIRECTION (E = EASTBOUND, S = SOUTHBOUND): "
                       WITH NO ADVANCING
                   MOVE SPACES TO ws-console-reply
                   ACCEPT ws-console-reply
                   EVALUATE ws-console-reply(1:1)
                       WHEN "E"
                       WHEN "e"
                           MOVE "E" TO scen-segment-dir(ws-segment-ix)
                       WHEN "S"
                       WHEN "s"
                           MOVE "S" TO scen-segment-dir(ws-segment-ix)
                       WHEN OTHER
                           SET segment-trouble TO TRUE
                   END-EVALUATE
               END-IF
           END-PERFORM
           IF segment-trouble
               DISPLAY "PE15SCENMNT: SEGMENT NOT VALID, NO CHANGE MADE"
           END-IF
           .


      * precond: ws-new-count holds how many cells to key
      * postcond: scen-blocked-list holds the cells as keyed with
      * cells-all-good standing, or cell-trouble if any reply was
           .


      * precond: scen-description/ws-new-count/scen-blocked-list and
      * ws-new-seg-count/scen-segment-list hold the details as
      * keyed, clean
      * postcond: on a confirmed save the entry at ws-work-ix holds
      * them and save-needed is set; otherwise nothing changes
       confirm-and-apply.
               MOVE ws-new-count TO ws-scen-entry-count(ws-work-ix)
               MOVE scen-blocked-list
                   TO ws-scen-entry-list(ws-work-ix)
               MOVE ws-new-seg-count
                   TO ws-scen-entry-seg-count(ws-work-ix)
               MOVE scen-segment-list
                   TO ws-scen-entry-seg-list(ws-work-ix)
               SET save-needed TO TRUE
           ELSE
               DISPLAY "PE15SCENMNT: NO CHANGE MADE"
                   TO scen-blocked-count
               MOVE ws-scen-entry-list(ws-scenario-ix)
                   TO scen-blocked-list
               MOVE ws-scen-entry-seg-count(ws-scenario-ix)
                   TO scen-segment-count
               MOVE ws-scen-entry-seg-list(ws-scenario-ix)
                   TO scen-segment-list
               WRITE scenario-record
           END-PERFORM
           CLOSE scenario-file
           .


      * precond: ws-action-flag holds the action the operator chose
      * postcond: a change, delete or add stands only when the
      * operator holds change authority on PE15SCEN; otherwise the
      * refusal is logged and shown and the action dropped, so the
      * transaction ends with no change made
       check-change-authority.
           IF action-change OR action-delete OR action-add
               SET authc-want-change TO TRUE
               PERFORM check-operator-authority
               IF authc-denied
                   MOVE SPACE TO ws-action-flag
               END-IF
           END-IF
           .


      * precond: ws-operator-id holds the operator keyed at the
      * console and authc-access the access wanted on PE15SCEN
      * postcond: authority-check-parms holds the answer; a denial
      * is already on the security log, and is shown on the console
       check-operator-authority.
           MOVE ws-operator-id TO authc-operator
           MOVE "SCENMNT" TO authc-transaction
           MOVE "PE15SCEN" TO authc-file
           CALL "project-euler-15-authchk" USING authority-check-parms
           IF authc-denied
               DISPLAY "PE15SCENMNT: OPERATOR " ws-operator-id
                   " DENIED - " authc-reason
           END-IF
           .

       END PROGRAM project-euler-15-scenmnt.
