      * view, add, change or delete, confirmed before anything is
      * written -- the same shape as the scenario-library and
      * default-grid-size maintenance transactions.
      *
      * the operator keys an ID first and must hold view authority
      * on PE15STND in the operator authority file to see it, change
      * authority to change, delete or add; a refusal is logged to
      * the security log for the audit group.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. project-euler-15-stndmnt.
       01 ws-standing-ix               USAGE IS UNSIGNED-LONG.
       01 ws-standing-table.
           05 ws-standing-entry OCCURS 500 TIMES
               PIC X(232).

       01 ws-entry-found-flag          PIC X.
           88 entry-found                      VALUE "Y".
       01 ws-confirm-flag              PIC X.
           88 confirm-save                     VALUE "Y" "y".
           88 confirm-cancel                   VALUE "N" "n".
       01 ws-operator-id               PIC X(8).

      * the operator authority check
           COPY authparm.

      * the request as keyed into the dialogue, edited before
      * anything is applied
           PERFORM load-standing-file

           DISPLAY "PROJECT-EULER-15 - STANDING REQUEST MAINTENANCE"
           DISPLAY "ENTER OPERATOR ID: " WITH NO ADVANCING
           MOVE SPACES TO ws-operator-id
           ACCEPT ws-operator-id
           SET authc-want-view TO TRUE
           PERFORM check-operator-authority
           IF authc-denied
               DISPLAY "PE15STNDMNT: NO CHANGE MADE"
               STOP RUN
           END-IF

           DISPLAY "REQUESTS ON FILE: " ws-standing-count
           PERFORM VARYING ws-standing-ix FROM 1 BY 1
                   UNTIL ws-standing-ix > ws-standing-count
               MOVE SPACES TO ws-console-reply
               ACCEPT ws-console-reply
               MOVE ws-console-reply(1:1) TO ws-action-flag
               PERFORM check-change-authority
               EVALUATE TRUE
                   WHEN action-change
                       MOVE ws-standing-entry(ws-work-ix)
               MOVE SPACES TO ws-console-reply
               ACCEPT ws-console-reply
               MOVE ws-console-reply(1:1) TO ws-action-flag
               PERFORM check-change-authority
               IF action-add
                   IF ws-standing-count = max-standing-entries
                       DISPLAY "PE15STNDMNT: SCHEDULE FULL, "
               DISPLAY "   COL " stnd-blocked-col(ws-cell-ix)
                   " ROW " stnd-blocked-row(ws-cell-ix)
           END-PERFORM
           IF stnd-via-point = SPACES
               DISPLAY "VIA POINT:       NONE"
           ELSE
               DISPLAY "VIA POINT:       COL " stnd-via-col
                   " ROW " stnd-via-row
           END-IF
           .


           END-IF

           IF keying-all-good
               DISPLAY "ENTER SCENARIO ID, LIVE FOR TONIGHT'S "
                   "CLOSURES, * TO CLEAR (BLANK = NO CHANGE): "
                   WITH NO ADVANCING
               PERFORM accept-reply
               EVALUATE TRUE
                   WHEN ws-console-reply = SPACES
               END-IF
           END-IF

      * a via point is keyed whole: a column then a row, and
      * neither alone
           IF keying-all-good
               DISPLAY "ENTER VIA POINT COLUMN, * TO CLEAR "
                   "(BLANK = NO CHANGE): " WITH NO ADVANCING
               PERFORM accept-reply
               EVALUATE TRUE
                   WHEN ws-console-reply = SPACES
                       CONTINUE
                   WHEN ws-console-reply(1:1) = "*"
                       MOVE SPACES TO stnd-via-point
                   WHEN ws-console-reply(1:4) IS NUMERIC
                       MOVE ws-console-reply(1:4) TO stnd-via-col
                       DISPLAY "ENTER VIA POINT ROW: "
                           WITH NO ADVANCING
                       PERFORM accept-reply
                       IF ws-console-reply(1:4) IS NUMERIC
                           MOVE ws-console-reply(1:4) TO stnd-via-row
                       ELSE
                           SET keying-trouble TO TRUE
                       END-IF
                   WHEN OTHER
                       SET keying-trouble TO TRUE
               END-EVALUATE
           END-IF

           IF keying-trouble
               DISPLAY "PE15STNDMNT: REPLY NOT USABLE, "
                   "NO CHANGE MADE"
           CLOSE standing-file
           .


      * precond: ws-action-flag holds the action the operator chose
      * postcond: a change, delete or add stands only when the
      * operator holds change authority on PE15STND; otherwise the
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
      * console and authc-access the access wanted on PE15STND
      * postcond: authority-check-parms holds the answer; a denial
      * is already on the security log, and is shown on the console
       check-operator-authority.
           MOVE ws-operator-id TO authc-operator
           MOVE "STNDMNT" TO authc-transaction
           MOVE "PE15STND" TO authc-file
           CALL "project-euler-15-authchk" USING authority-check-parms
           IF authc-denied
               DISPLAY "PE15STNDMNT: OPERATOR " ws-operator-id
                   " DENIED - " authc-reason
           END-IF
           .

       END PROGRAM project-euler-15-stndmnt.
