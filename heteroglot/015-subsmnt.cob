      * PROJECT-EULER-15-SUBSMNT: maintenance transaction for the
      * PE15SUBS downstream subscriber table (see SUBSREC).  the
      * distribution step cuts a feed for every active subscriber
      * on the table and the subscriber acknowledgment
      * reconciliation checks each one's acks, so taking on the next
      * department that wants the night's route counts is an entry
      * keyed here: its ID (which names its files), its layout, and
      * the grid sizes or requesting areas it receives.
      *
      * console prompt/reply utility, one subscriber per
      * invocation: view, add, change or delete, confirmed before
      * anything is written -- the same shape as the standing-
      * request and scenario-library maintenance transactions.
      * suspending a subscriber (state S) stops its feed without
      * losing its entry or its sequence.
      *
      * the operator keys an ID first and must hold view authority
      * on PE15SUBS in the operator authority file to see it, change
      * authority to change, delete or add; a refusal is logged to
      * the security log for the audit group.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. project-euler-15-subsmnt.


       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * the subscriber table the distribution step reads; optional,
      * so the first subscriber ever stored starts the file.
           SELECT OPTIONAL subscriber-file ASSIGN TO "PE15SUBS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-subscriber-status.


       DATA DIVISION.
       FILE SECTION.
       FD  subscriber-file
           RECORDING MODE IS F.
           COPY subsrec.

       WORKING-STORAGE SECTION.

       78 max-subscriber-entries VALUE IS 500.

       01 ws-subscriber-status         PIC XX.
       01 ws-subscriber-eof-flag       PIC X VALUE "N".
           88 subscriber-eof                   VALUE "Y".
           88 subscriber-not-eof               VALUE "N".

      * the whole table, held in storage while one subscriber is
      * viewed or changed, then rewritten whole on a confirmed save
       01 ws-subscriber-count          USAGE IS UNSIGNED-LONG VALUE 0.
       01 ws-subscriber-ix             USAGE IS UNSIGNED-LONG.
       01 ws-subscriber-table.
           05 ws-subscriber-entry OCCURS 500 TIMES
               PIC X(436).

       01 ws-entry-found-flag          PIC X.
           88 entry-found                      VALUE "Y".
           88 entry-not-found                  VALUE "N".
       01 ws-work-ix                   USAGE IS UNSIGNED-LONG.

       01 ws-entered-id                PIC X(4).
       01 ws-console-reply             PIC X(30).
       01 ws-action-flag               PIC X.
           88 action-change                    VALUE "C" "c".
           88 action-delete                    VALUE "D" "d".
           88 action-add                       VALUE "A" "a".
       01 ws-confirm-flag              PIC X.
           88 confirm-save                     VALUE "Y" "y".
           88 confirm-cancel                   VALUE "N" "n".
       01 ws-operator-id               PIC X(8).

      * the operator authority check
           COPY authparm.

      * the subscriber as keyed into the dialogue, edited before
      * anything is applied
       01 ws-keying-trouble-flag       PIC X.
           88 keying-trouble                   VALUE "Y".
           88 keying-all-good                  VALUE "N".
       01 ws-id-ix                     USAGE IS UNSIGNED-LONG.
       01 ws-size-ix                   USAGE IS UNSIGNED-LONG.
       01 ws-area-ix                   USAGE IS UNSIGNED-LONG.
       01 ws-new-count                 PIC 9(2).

      * the change stamp
       01 ws-current-date-time         PIC X(21).
       01 ws-timestamp                 PIC X(19).

       01 ws-save-needed-flag          PIC X VALUE "N".
           88 save-needed                      VALUE "Y".
           88 save-not-needed                  VALUE "N".


       PROCEDURE DIVISION.
       do-the-needful.
           PERFORM load-subscriber-file

           DISPLAY "PROJECT-EULER-15 - DOWNSTREAM SUBSCRIBER "
               "MAINTENANCE"
           DISPLAY "ENTER OPERATOR ID: " WITH NO ADVANCING
           MOVE SPACES TO ws-operator-id
           ACCEPT ws-operator-id
           SET authc-want-view TO TRUE
           PERFORM check-operator-authority
           IF authc-denied
               DISPLAY "PE15SUBSMNT: NO CHANGE MADE"
               STOP RUN
           END-IF

           DISPLAY "SUBSCRIBERS ON FILE: " ws-subscriber-count
           PERFORM VARYING ws-subscriber-ix FROM 1 BY 1
                   UNTIL ws-subscriber-ix > ws-subscriber-count
               MOVE ws-subscriber-entry(ws-subscriber-ix)
                   TO subscriber-record
               DISPLAY "   " subs-id "  " subs-name
                   "  STATE " subs-state
                   "  LAYOUT " subs-layout
                   "  SELECTS " subs-selection
           END-PERFORM

           DISPLAY "ENTER SUBSCRIBER ID: " WITH NO ADVANCING
           PERFORM accept-reply
           MOVE ws-console-reply(1:4) TO ws-entered-id
           IF ws-entered-id = SPACES
               DISPLAY "PE15SUBSMNT: NO SUBSCRIBER ID ENTERED, "
                   "NO CHANGE MADE"
               STOP RUN
           END-IF

           PERFORM find-subscriber-entry
           IF entry-found
               PERFORM show-one-subscriber
               DISPLAY "CHANGE OR DELETE THIS SUBSCRIBER? "
                   "(C/D, BLANK = VIEW ONLY): " WITH NO ADVANCING
               PERFORM accept-reply
               MOVE ws-console-reply(1:1) TO ws-action-flag
               PERFORM check-change-authority
               EVALUATE TRUE
                   WHEN action-change
                       MOVE ws-subscriber-entry(ws-work-ix)
                           TO subscriber-record
                       PERFORM enter-subscriber-details
                   WHEN action-delete
                       PERFORM delete-subscriber-entry
                   WHEN OTHER
                       DISPLAY "PE15SUBSMNT: NO CHANGE MADE"
               END-EVALUATE
           ELSE
               DISPLAY "SUBSCRIBER " ws-entered-id " NOT ON FILE. "
                   "ADD IT? (A, BLANK = NO): " WITH NO ADVANCING
               PERFORM accept-reply
               MOVE ws-console-reply(1:1) TO ws-action-flag
               PERFORM check-change-authority
               IF action-add
                   PERFORM check-new-subscriber-id
                   EVALUATE TRUE
                       WHEN keying-trouble
                           DISPLAY "PE15SUBSMNT: " ws-entered-id
                               " IS NOT FOUR LETTERS AND DIGITS, "
                               "NOTHING ADDED"
                       WHEN ws-subscriber-count
                               = max-subscriber-entries
                           DISPLAY "PE15SUBSMNT: SUBSCRIBER TABLE "
                               "FULL, NOTHING ADDED"
                       WHEN OTHER
                           ADD 1 TO ws-subscriber-count
                           MOVE ws-subscriber-count TO ws-work-ix
                           MOVE SPACES TO subscriber-record
                           MOVE ws-entered-id TO subs-id
                           SET subs-active TO TRUE
                           MOVE 0 TO subs-size-count
                           MOVE 0 TO subs-area-count
                           PERFORM enter-subscriber-details
      * an add the operator backed out of must not leave a
      * half-keyed entry on the end of the table
                           IF save-not-needed
                               SUBTRACT 1 FROM ws-subscriber-count
                           END-IF
                   END-EVALUATE
               ELSE
                   DISPLAY "PE15SUBSMNT: NO CHANGE MADE"
               END-IF
           END-IF

           IF save-needed
               PERFORM write-subscriber-file
               DISPLAY "PE15SUBSMNT: SUBSCRIBER TABLE UPDATED, "
                   ws-subscriber-count " SUBSCRIBER(S) ON FILE"
           END-IF

           STOP RUN
           .


      * precond: none
      * postcond: ws-subscriber-table/ws-subscriber-count hold every
      * record of the table (held as raw images; the typed view in
      * the FD record is used one entry at a time)
       load-subscriber-file.
           OPEN INPUT subscriber-file
           IF ws-subscriber-status = "00"
               PERFORM read-next-subscriber
               PERFORM UNTIL subscriber-eof
                       OR ws-subscriber-count = max-subscriber-entries
      * a record with a hand-mangled list count is bypassed loudly
      * rather than trusted: every use of the counts walks the lists
      * with them
                   IF subs-size-count IS NUMERIC
                           AND subs-area-count IS NUMERIC
                       ADD 1 TO ws-subscriber-count
                       MOVE subscriber-record
                           TO ws-subscriber-entry(ws-subscriber-count)
                   ELSE
                       DISPLAY "PE15SUBSMNT: NON-NUMERIC SUBSCRIBER "
                           "RECORD BYPASSED: " subscriber-record(1:40)
                   END-IF
                   PERFORM read-next-subscriber
               END-PERFORM
               IF NOT subscriber-eof
                   DISPLAY "PE15SUBSMNT: SUBSCRIBER TABLE EXCEEDS "
                       max-subscriber-entries
                       " IN-STORAGE ENTRIES, REMAINDER NOT SHOWN"
               END-IF
           END-IF
           IF ws-subscriber-status = "00" OR "05" OR "10"
               CLOSE subscriber-file
           END-IF
           .


      * precond: subscriber-file is open for input
      * postcond: subscriber-record holds the next subscriber, and
      * subscriber-eof is set true once the file is exhausted
       read-next-subscriber.
           READ subscriber-file
               AT END
                   SET subscriber-eof TO TRUE
               NOT AT END
                   SET subscriber-not-eof TO TRUE
           END-READ
           .


      * precond: ws-entered-id holds the ID the operator keyed
      * postcond: entry-found with ws-work-ix on its table slot if
      * the ID is on the table, entry-not-found otherwise
       find-subscriber-entry.
           SET entry-not-found TO TRUE
           PERFORM VARYING ws-subscriber-ix FROM 1 BY 1
                   UNTIL ws-subscriber-ix > ws-subscriber-count
                       OR entry-found
               MOVE ws-subscriber-entry(ws-subscriber-ix)
                   TO subscriber-record
               IF subs-id = ws-entered-id
                   SET entry-found TO TRUE
                   MOVE ws-subscriber-ix TO ws-work-ix
               END-IF
           END-PERFORM
           .


      * precond: ws-entered-id holds an ID to be added
      * postcond: keying-trouble unless it is four characters, each
      * a letter or a digit: it becomes part of three file names
       check-new-subscriber-id.
           SET keying-all-good TO TRUE
           PERFORM VARYING ws-id-ix FROM 1 BY 1
                   UNTIL ws-id-ix > 4
               IF (ws-entered-id(ws-id-ix:1) < "A"
                       OR ws-entered-id(ws-id-ix:1) > "Z")
                   AND (ws-entered-id(ws-id-ix:1) < "0"
                       OR ws-entered-id(ws-id-ix:1) > "9")
                   SET keying-trouble TO TRUE
               END-IF
           END-PERFORM
           .


      * precond: ws-work-ix is on a table entry
      * postcond: the subscriber's details are on the console
       show-one-subscriber.
           MOVE ws-subscriber-entry(ws-work-ix) TO subscriber-record
           DISPLAY "SUBSCRIBER:      " subs-id
           DISPLAY "NAME:            " subs-name
           DISPLAY "STATE:           " subs-state
               " (A = ACTIVE, S = SUSPENDED)"
           DISPLAY "LAYOUT:          " subs-layout
               " (F = FIXED WIDTH, C = COMMA-DELIMITED)"
           DISPLAY "SELECTION:       " subs-selection
               " (A = ALL, S = SIZES, R = REQUESTING AREAS)"
           DISPLAY "FILES:           PE15SFED." subs-id
               "  PE15SSEQ." subs-id "  PE15SACK." subs-id
           IF subs-takes-sizes
               DISPLAY "SIZES:           " subs-size-count
               PERFORM VARYING ws-size-ix FROM 1 BY 1
                       UNTIL ws-size-ix > subs-size-count
                   DISPLAY "   " subs-size-width(ws-size-ix)
                       " X " subs-size-height(ws-size-ix)
               END-PERFORM
           END-IF
           IF subs-takes-areas
               DISPLAY "AREAS:           " subs-area-count
               PERFORM VARYING ws-area-ix FROM 1 BY 1
                       UNTIL ws-area-ix > subs-area-count
                   DISPLAY "   " subs-area(ws-area-ix)
               END-PERFORM
           END-IF
           DISPLAY "LAST CHANGED:    " subs-changed-at
               " BY " subs-changed-by
           .


      * precond: subscriber-record holds the entry being added or
      * changed (current values, or a fresh active entry on an add)
      * postcond: on a clean keying and a confirmed save the entry
      * at ws-work-ix holds the new details with save-needed set;
      * otherwise nothing changes.  an entry must end up with a
      * layout and a selection, and a selection by size or by area
      * must list at least one
       enter-subscriber-details.
           SET keying-all-good TO TRUE

           DISPLAY "ENTER NAME (BLANK = NO CHANGE): "
               WITH NO ADVANCING
           PERFORM accept-reply
           IF ws-console-reply NOT = SPACES
               MOVE ws-console-reply TO subs-name
           END-IF

           DISPLAY "ENTER STATE A/S (BLANK = NO CHANGE): "
               WITH NO ADVANCING
           PERFORM accept-reply
           IF ws-console-reply NOT = SPACES
               IF ws-console-reply(1:1) = "A" OR "S"
                   MOVE ws-console-reply(1:1) TO subs-state
               ELSE
                   SET keying-trouble TO TRUE
               END-IF
           END-IF

           IF keying-all-good
               DISPLAY "ENTER LAYOUT F/C (BLANK = NO CHANGE): "
                   WITH NO ADVANCING
               PERFORM accept-reply
               IF ws-console-reply NOT = SPACES
                   IF ws-console-reply(1:1) = "F" OR "C"
                       MOVE ws-console-reply(1:1) TO subs-layout
                   ELSE
                       SET keying-trouble TO TRUE
                   END-IF
               END-IF
           END-IF

           IF keying-all-good
               DISPLAY "ENTER SELECTION A/S/R (BLANK = NO CHANGE): "
                   WITH NO ADVANCING
               PERFORM accept-reply
               IF ws-console-reply NOT = SPACES
                   IF ws-console-reply(1:1) = "A" OR "S" OR "R"
                       MOVE ws-console-reply(1:1) TO subs-selection
                   ELSE
                       SET keying-trouble TO TRUE
                   END-IF
               END-IF
           END-IF

           IF keying-all-good AND subs-takes-sizes
               DISPLAY "ENTER SIZE COUNT (1-" max-subscriber-sizes
                   ", BLANK = NO CHANGE): " WITH NO ADVANCING
               PERFORM accept-reply
               IF ws-console-reply NOT = SPACES
                   IF ws-console-reply(1:2) IS NUMERIC
                           AND FUNCTION NUMVAL(ws-console-reply(1:2))
                               <= max-subscriber-sizes
                       MOVE ws-console-reply(1:2) TO subs-size-count
                       PERFORM enter-size-list
                   ELSE
                       SET keying-trouble TO TRUE
                   END-IF
               END-IF
           END-IF

           IF keying-all-good AND subs-takes-areas
               DISPLAY "ENTER AREA COUNT (1-" max-subscriber-areas
                   ", BLANK = NO CHANGE): " WITH NO ADVANCING
               PERFORM accept-reply
               IF ws-console-reply NOT = SPACES
                   IF ws-console-reply(1:2) IS NUMERIC
                           AND FUNCTION NUMVAL(ws-console-reply(1:2))
                               <= max-subscriber-areas
                       MOVE ws-console-reply(1:2) TO subs-area-count
                       PERFORM enter-area-list
                   ELSE
                       SET keying-trouble TO TRUE
                   END-IF
               END-IF
           END-IF

      * a list the selection no longer reads is cleared, so the
      * entry never shows sizes or areas that do nothing
           IF keying-all-good
               IF NOT subs-takes-sizes
                   MOVE 0 TO subs-size-count
                   MOVE SPACES TO subs-size-list
               END-IF
               IF NOT subs-takes-areas
                   MOVE 0 TO subs-area-count
                   MOVE SPACES TO subs-area-list
               END-IF
               EVALUATE TRUE
                   WHEN NOT subs-fixed-layout
                           AND NOT subs-delimited-layout
                       SET keying-trouble TO TRUE
                   WHEN NOT subs-takes-all AND NOT subs-takes-sizes
                           AND NOT subs-takes-areas
                       SET keying-trouble TO TRUE
                   WHEN subs-takes-sizes AND subs-size-count = 0
                       SET keying-trouble TO TRUE
                   WHEN subs-takes-areas AND subs-area-count = 0
                       SET keying-trouble TO TRUE
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF

           IF keying-trouble
               DISPLAY "PE15SUBSMNT: REPLY NOT USABLE, "
                   "NO CHANGE MADE"
           ELSE
               PERFORM confirm-and-apply
           END-IF
           .


      * precond: none
      * postcond: ws-console-reply holds the operator's reply,
      * blank-padded
       accept-reply.
           MOVE SPACES TO ws-console-reply
           ACCEPT ws-console-reply
           .


      * precond: subs-size-count says how many sizes to key
      * postcond: subs-size-list holds the sizes as keyed, or
      * keying-trouble if any reply was non-numeric
       enter-size-list.
           MOVE SPACES TO subs-size-list
           PERFORM VARYING ws-size-ix FROM 1 BY 1
                   UNTIL ws-size-ix > subs-size-count
                       OR keying-trouble
               DISPLAY "ENTER SIZE " ws-size-ix
                   " WIDTH: " WITH NO ADVANCING
               PERFORM accept-reply
               IF ws-console-reply(1:4) IS NUMERIC
                   MOVE ws-console-reply(1:4)
                       TO subs-size-width(ws-size-ix)
               ELSE
                   SET keying-trouble TO TRUE
               END-IF
               IF keying-all-good
                   DISPLAY "ENTER SIZE " ws-size-ix
                       " HEIGHT: " WITH NO ADVANCING
                   PERFORM accept-reply
                   IF ws-console-reply(1:4) IS NUMERIC
                       MOVE ws-console-reply(1:4)
                           TO subs-size-height(ws-size-ix)
                   ELSE
                       SET keying-trouble TO TRUE
                   END-IF
               END-IF
           END-PERFORM
           .


      * precond: subs-area-count says how many areas to key
      * postcond: subs-area-list holds the areas as keyed, or
      * keying-trouble if any reply was blank
       enter-area-list.
           MOVE SPACES TO subs-area-list
           PERFORM VARYING ws-area-ix FROM 1 BY 1
                   UNTIL ws-area-ix > subs-area-count
                       OR keying-trouble
               DISPLAY "ENTER AREA " ws-area-ix ": "
                   WITH NO ADVANCING
               PERFORM accept-reply
               IF ws-console-reply NOT = SPACES
                   MOVE ws-console-reply TO subs-area(ws-area-ix)
               ELSE
                   SET keying-trouble TO TRUE
               END-IF
           END-PERFORM
           .


      * precond: subscriber-record holds the subscriber as keyed,
      * clean
      * postcond: on a confirmed save the entry at ws-work-ix holds
      * it, stamped with the operator and time, and save-needed is
      * set; otherwise nothing changes
       confirm-and-apply.
           DISPLAY "SAVE SUBSCRIBER " ws-entered-id "? (Y/N): "
               WITH NO ADVANCING
           PERFORM accept-reply
           MOVE ws-console-reply(1:1) TO ws-confirm-flag
           IF confirm-save
               PERFORM get-timestamp
               MOVE ws-operator-id TO subs-changed-by
               MOVE ws-timestamp TO subs-changed-at
               MOVE subscriber-record
                   TO ws-subscriber-entry(ws-work-ix)
               SET save-needed TO TRUE
           ELSE
               DISPLAY "PE15SUBSMNT: NO CHANGE MADE"
           END-IF
           .


      * precond: none
      * postcond: ws-timestamp holds now, in the audit trail's
      * layout
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


      * precond: ws-work-ix is on the entry to remove
      * postcond: on a confirmed delete the entry is gone from the
      * table (the ones after it moved up a slot) and save-needed
      * is set; otherwise nothing changes.  the subscriber's
      * sequence file is left where it is, so an ID taken on again
      * carries on from its last number
       delete-subscriber-entry.
           DISPLAY "DELETE SUBSCRIBER " ws-entered-id "? (Y/N): "
               WITH NO ADVANCING
           PERFORM accept-reply
           MOVE ws-console-reply(1:1) TO ws-confirm-flag
           IF confirm-save
               PERFORM VARYING ws-subscriber-ix FROM ws-work-ix BY 1
                       UNTIL ws-subscriber-ix >= ws-subscriber-count
                   MOVE ws-subscriber-entry(ws-subscriber-ix + 1)
                       TO ws-subscriber-entry(ws-subscriber-ix)
               END-PERFORM
               SUBTRACT 1 FROM ws-subscriber-count
               SET save-needed TO TRUE
           ELSE
               DISPLAY "PE15SUBSMNT: NO CHANGE MADE"
           END-IF
           .


      * precond: ws-subscriber-table holds the table as confirmed
      * postcond: PE15SUBS holds exactly the table's entries,
      * replacing whatever it held before
       write-subscriber-file.
           OPEN OUTPUT subscriber-file
           PERFORM VARYING ws-subscriber-ix FROM 1 BY 1
                   UNTIL ws-subscriber-ix > ws-subscriber-count
               MOVE ws-subscriber-entry(ws-subscriber-ix)
                   TO subscriber-record
               WRITE subscriber-record
           END-PERFORM
           CLOSE subscriber-file
           .


      * precond: ws-action-flag holds the action the operator chose
      * postcond: a change, delete or add stands only when the
      * operator holds change authority on PE15SUBS; otherwise the
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
      * console and authc-access the access wanted on PE15SUBS
      * postcond: authority-check-parms holds the answer; a denial
      * is already on the security log, and is shown on the console
       check-operator-authority.
           MOVE ws-operator-id TO authc-operator
           MOVE "SUBSMNT" TO authc-transaction
           MOVE "PE15SUBS" TO authc-file
           CALL "project-euler-15-authchk" USING authority-check-parms
           IF authc-denied
               DISPLAY "PE15SUBSMNT: OPERATOR " ws-operator-id
                   " DENIED - " authc-reason
           END-IF
           .

       END PROGRAM project-euler-15-subsmnt.
